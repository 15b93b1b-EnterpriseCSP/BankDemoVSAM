000100***************************************************************** cbankx72
000200*                                                               * cbankx72
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankx72
000400*                                                               * cbankx72
000500***************************************************************** cbankx72
000600                                                                  cbankx72
000700***************************************************************** cbankx72
000800* CBANKX72.CPY (CICS Version)                                   * cbankx72
000900*---------------------------------------------------------------* cbankx72
001000* This copybook is used to provide an common means of calling   * cbankx72
001100* data access module DBANK72P so that the that module using     * cbankx72
001200* this copy book is insensitive to it environment.              * cbankx72
001300* There are different versions for CICS, IMS and INET.          * cbankx72
001400***************************************************************** cbankx72
001500* by default use CICS commands to call the module                 cbankx72
001600     EXEC CICS LINK PROGRAM('DBANK72P')                           cbankx72
001700                COMMAREA(CD72-DATA)                               cbankx72
001800                LENGTH(LENGTH OF CD72-DATA)                       cbankx72
001900     END-EXEC                                                     cbankx72
002000                                                                  cbankx72
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx72
