000800*                   OPERATOR, THE OLD AND NEW VALUES, AND THE   *
000900*                   REASON GIVEN - SO A LOCKOUT RESET OR AN     *
001000*                   AUTHORITY CHANGE ALWAYS LEAVES A TRACE.     *
001100*                   ACTIONS: ADD, DEACT, RESET, AUTH, FORCE,    *
001120*                   AND LOCK - A THREE-BAD-PASSWORD LOCKOUT     *
001140*                   LOGGED BY THE SIGN-ON PROGRAM ITSELF, WITH  *
001160*                   THE PROGRAM NAME AS SUPERVISOR.             *
001200*                                                               *
001300*    MODIFICATION HISTORY                                      *
001400*    DATE       INIT  DESCRIPTION                               *
001500*    2026-09-01 JRM   INITIAL VERSION                           *
001520*    2026-10-13 JRM   NEW ACTION LOCK - WRITTEN BY THE SIGN-ON  *
001540*                     PROGRAMS WHEN THREE BAD PASSWORDS LOCK    *
001560*                     AN OPERATOR; THE SUPERVISOR FIELD THEN    *
001580*                     HOLDS THE NAME OF THE PROGRAM             *
001600*                                                               *
001700*****************************************************************
001800 01  SA-SECAUDIT-RECORD.
