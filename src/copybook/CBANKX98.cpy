000100***************************************************************** cbankx98
000200*                                                               * cbankx98
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx98
000400*                                                               * cbankx98
000500***************************************************************** cbankx98
000600                                                                  cbankx98
000700***************************************************************** cbankx98
000800* CBANKX98.CPY (CICS Version)                                   * cbankx98
000900*---------------------------------------------------------------* cbankx98
001000* This copybook is used to provide an common means of calling   * cbankx98
001100* data access module DBANK98P so that the that module using     * cbankx98
001200* this copy book is insensitive to it environment.              * cbankx98
001300* There are different versions for CICS, IMS and INET.          * cbankx98
001400***************************************************************** cbankx98
001500* by default use CICS commands to call the module                 cbankx98
001600     EXEC CICS LINK PROGRAM('DBANK98P')                           cbankx98
001700                COMMAREA(CD98-DATA)                               cbankx98
001800                LENGTH(LENGTH OF CD98-DATA)                       cbankx98
001900     END-EXEC                                                     cbankx98
002000                                                                  cbankx98
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx98
