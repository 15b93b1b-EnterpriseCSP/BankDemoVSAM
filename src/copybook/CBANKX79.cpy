000100***************************************************************** cbankx79
000200*                                                               * cbankx79
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx79
000400*                                                               * cbankx79
000500***************************************************************** cbankx79
000600                                                                  cbankx79
000700***************************************************************** cbankx79
000800* CBANKX79.CPY (CICS Version)                                   * cbankx79
000900*---------------------------------------------------------------* cbankx79
001000* This copybook is used to provide an common means of calling   * cbankx79
001100* data access module DBANK79P so that the that module using     * cbankx79
001200* this copy book is insensitive to it environment.              * cbankx79
001300* There are different versions for CICS, IMS and INET.          * cbankx79
001400***************************************************************** cbankx79
001500* by default use CICS commands to call the module                 cbankx79
001600     EXEC CICS LINK PROGRAM('DBANK79P')                           cbankx79
001700                COMMAREA(CD79-DATA)                               cbankx79
001800                LENGTH(LENGTH OF CD79-DATA)                       cbankx79
001900     END-EXEC                                                     cbankx79
002000                                                                  cbankx79
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx79
