000100***************************************************************** cbankx77
000200*                                                               * cbankx77
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx77
000400*                                                               * cbankx77
000500***************************************************************** cbankx77
000600                                                                  cbankx77
000700***************************************************************** cbankx77
000800* CBANKX77.CPY (CICS Version)                                   * cbankx77
000900*---------------------------------------------------------------* cbankx77
001000* This copybook is used to provide an common means of calling   * cbankx77
001100* data access module DBANK77P so that the that module using     * cbankx77
001200* this copy book is insensitive to it environment.              * cbankx77
001300* There are different versions for CICS, IMS and INET.          * cbankx77
001400***************************************************************** cbankx77
001500* by default use CICS commands to call the module                 cbankx77
001600     EXEC CICS LINK PROGRAM('DBANK77P')                           cbankx77
001700                COMMAREA(CD77-DATA)                               cbankx77
001800                LENGTH(LENGTH OF CD77-DATA)                       cbankx77
001900     END-EXEC                                                     cbankx77
002000                                                                  cbankx77
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx77
