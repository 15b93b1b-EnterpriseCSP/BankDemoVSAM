000100***************************************************************** cbankx93
000200*                                                               * cbankx93
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx93
000400*                                                               * cbankx93
000500***************************************************************** cbankx93
000600                                                                  cbankx93
000700***************************************************************** cbankx93
000800* CBANKX93.CPY (CICS Version)                                   * cbankx93
000900*---------------------------------------------------------------* cbankx93
001000* This copybook is used to provide an common means of calling   * cbankx93
001100* data access module DBANK93P so that the that module using     * cbankx93
001200* this copy book is insensitive to it environment.              * cbankx93
001300* There are different versions for CICS, IMS and INET.          * cbankx93
001400***************************************************************** cbankx93
001500* by default use CICS commands to call the module                 cbankx93
001600     EXEC CICS LINK PROGRAM('DBANK93P')                           cbankx93
001700                COMMAREA(CD93-DATA)                               cbankx93
001800                LENGTH(LENGTH OF CD93-DATA)                       cbankx93
001900     END-EXEC                                                     cbankx93
002000                                                                  cbankx93
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx93
