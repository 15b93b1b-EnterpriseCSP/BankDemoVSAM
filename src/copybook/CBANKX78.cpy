000100***************************************************************** cbankx78
000200*                                                               * cbankx78
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx78
000400*                                                               * cbankx78
000500***************************************************************** cbankx78
000600                                                                  cbankx78
000700***************************************************************** cbankx78
000800* CBANKX78.CPY (CICS Version)                                   * cbankx78
000900*---------------------------------------------------------------* cbankx78
001000* This copybook is used to provide an common means of calling   * cbankx78
001100* data access module DBANK78P so that the that module using     * cbankx78
001200* this copy book is insensitive to it environment.              * cbankx78
001300* There are different versions for CICS, IMS and INET.          * cbankx78
001400***************************************************************** cbankx78
001500* by default use CICS commands to call the module                 cbankx78
001600     EXEC CICS LINK PROGRAM('DBANK78P')                           cbankx78
001700                COMMAREA(CD78-DATA)                               cbankx78
001800                LENGTH(LENGTH OF CD78-DATA)                       cbankx78
001900     END-EXEC                                                     cbankx78
002000                                                                  cbankx78
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx78
