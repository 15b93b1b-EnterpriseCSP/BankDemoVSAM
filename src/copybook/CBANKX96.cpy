000100***************************************************************** cbankx96
000200*                                                               * cbankx96
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankx96
000400*                                                               * cbankx96
000500***************************************************************** cbankx96
000600                                                                  cbankx96
000700***************************************************************** cbankx96
000800* CBANKX96.CPY (CICS Version)                                   * cbankx96
000900*---------------------------------------------------------------* cbankx96
001000* This copybook is used to provide an common means of calling   * cbankx96
001100* data access module DBANK96P so that the that module using     * cbankx96
001200* this copy book is insensitive to it environment.              * cbankx96
001300* There are different versions for CICS, IMS and INET.          * cbankx96
001400***************************************************************** cbankx96
001500* by default use CICS commands to call the module                 cbankx96
001600     EXEC CICS LINK PROGRAM('DBANK96P')                           cbankx96
001700                COMMAREA(CD96-DATA)                               cbankx96
001800                LENGTH(LENGTH OF CD96-DATA)                       cbankx96
001900     END-EXEC                                                     cbankx96
002000                                                                  cbankx96
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx96
