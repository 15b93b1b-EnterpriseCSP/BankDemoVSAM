000100***************************************************************** cbankx70
000200*                                                               * cbankx70
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankx70
000400*                                                               * cbankx70
000500***************************************************************** cbankx70
000600                                                                  cbankx70
000700***************************************************************** cbankx70
000800* CBANKX70.CPY (CICS Version)                                   * cbankx70
000900*---------------------------------------------------------------* cbankx70
001000* This copybook is used to provide an common means of calling   * cbankx70
001100* data access module DBANK70P so that the that module using     * cbankx70
001200* this copy book is insensitive to it environment.              * cbankx70
001300* There are different versions for CICS, IMS and INET.          * cbankx70
001400***************************************************************** cbankx70
001500* by default use CICS commands to call the module                 cbankx70
001600     EXEC CICS LINK PROGRAM('DBANK70P')                           cbankx70
001700                COMMAREA(CD70-DATA)                               cbankx70
001800                LENGTH(LENGTH OF CD70-DATA)                       cbankx70
001900     END-EXEC                                                     cbankx70
002000                                                                  cbankx70
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx70
