000100***************************************************************** cbankx99
000200*                                                               * cbankx99
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx99
000400*                                                               * cbankx99
000500***************************************************************** cbankx99
000600                                                                  cbankx99
000700***************************************************************** cbankx99
000800* CBANKX99.CPY (CICS Version)                                   * cbankx99
000900*---------------------------------------------------------------* cbankx99
001000* This copybook is used to provide an common means of calling   * cbankx99
001100* data access module DBANK99P so that the that module using     * cbankx99
001200* this copy book is insensitive to it environment.              * cbankx99
001300* There are different versions for CICS, IMS and INET.          * cbankx99
001400***************************************************************** cbankx99
001500* by default use CICS commands to call the module                 cbankx99
001600     EXEC CICS LINK PROGRAM('DBANK99P')                           cbankx99
001700                COMMAREA(CD99-DATA)                               cbankx99
001800                LENGTH(LENGTH OF CD99-DATA)                       cbankx99
001900     END-EXEC                                                     cbankx99
002000                                                                  cbankx99
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx99
