000100***************************************************************** cbankx74
000200*                                                               * cbankx74
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankx74
000400*                                                               * cbankx74
000500***************************************************************** cbankx74
000600                                                                  cbankx74
000700***************************************************************** cbankx74
000800* CBANKX74.CPY (CICS Version)                                   * cbankx74
000900*---------------------------------------------------------------* cbankx74
001000* This copybook is used to provide an common means of calling   * cbankx74
001100* data access module DBANK74P so that the that module using     * cbankx74
001200* this copy book is insensitive to it environment.              * cbankx74
001300* There are different versions for CICS, IMS and INET.          * cbankx74
001400***************************************************************** cbankx74
001500* by default use CICS commands to call the module                 cbankx74
001600     EXEC CICS LINK PROGRAM('DBANK74P')                           cbankx74
001700                COMMAREA(CD74-DATA)                               cbankx74
001800                LENGTH(LENGTH OF CD74-DATA)                       cbankx74
001900     END-EXEC                                                     cbankx74
002000                                                                  cbankx74
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx74
