000100***************************************************************** cbankx82
000200*                                                               * cbankx82
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx82
000400*                                                               * cbankx82
000500***************************************************************** cbankx82
000600                                                                  cbankx82
000700***************************************************************** cbankx82
000800* CBANKX82.CPY (CICS Version)                                   * cbankx82
000900*---------------------------------------------------------------* cbankx82
001000* This copybook is used to provide an common means of calling   * cbankx82
001100* data access module DBANK82P so that the that module using     * cbankx82
001200* this copy book is insensitive to it environment.              * cbankx82
001300* There are different versions for CICS, IMS and INET.          * cbankx82
001400***************************************************************** cbankx82
001500* by default use CICS commands to call the module                 cbankx82
001600     EXEC CICS LINK PROGRAM('DBANK82P')                           cbankx82
001700                COMMAREA(CD82-DATA)                               cbankx82
001800                LENGTH(LENGTH OF CD82-DATA)                       cbankx82
001900     END-EXEC                                                     cbankx82
002000                                                                  cbankx82
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx82
