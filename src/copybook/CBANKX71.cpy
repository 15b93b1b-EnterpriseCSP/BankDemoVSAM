000100***************************************************************** cbankx71
000200*                                                               * cbankx71
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankx71
000400*                                                               * cbankx71
000500***************************************************************** cbankx71
000600                                                                  cbankx71
000700***************************************************************** cbankx71
000800* CBANKX71.CPY (CICS Version)                                   * cbankx71
000900*---------------------------------------------------------------* cbankx71
001000* This copybook is used to provide an common means of calling   * cbankx71
001100* data access module DBANK71P so that the that module using     * cbankx71
001200* this copy book is insensitive to it environment.              * cbankx71
001300* There are different versions for CICS, IMS and INET.          * cbankx71
001400***************************************************************** cbankx71
001500* by default use CICS commands to call the module                 cbankx71
001600     EXEC CICS LINK PROGRAM('DBANK71P')                           cbankx71
001700                COMMAREA(CD71-DATA)                               cbankx71
001800                LENGTH(LENGTH OF CD71-DATA)                       cbankx71
001900     END-EXEC                                                     cbankx71
002000                                                                  cbankx71
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx71
