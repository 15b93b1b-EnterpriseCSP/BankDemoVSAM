000100***************************************************************** cbankx83
000200*                                                               * cbankx83
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx83
000400*                                                               * cbankx83
000500***************************************************************** cbankx83
000600                                                                  cbankx83
000700***************************************************************** cbankx83
000800* CBANKX83.CPY (CICS Version)                                   * cbankx83
000900*---------------------------------------------------------------* cbankx83
001000* This copybook is used to provide an common means of calling   * cbankx83
001100* data access module DBANK83P so that the that module using     * cbankx83
001200* this copy book is insensitive to it environment.              * cbankx83
001300* There are different versions for CICS, IMS and INET.          * cbankx83
001400***************************************************************** cbankx83
001500* by default use CICS commands to call the module                 cbankx83
001600     EXEC CICS LINK PROGRAM('DBANK83P')                           cbankx83
001700                COMMAREA(CD83-DATA)                               cbankx83
001800                LENGTH(LENGTH OF CD83-DATA)                       cbankx83
001900     END-EXEC                                                     cbankx83
002000                                                                  cbankx83
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx83
