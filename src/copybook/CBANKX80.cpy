000100***************************************************************** cbankx80
000200*                                                               * cbankx80
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx80
000400*                                                               * cbankx80
000500***************************************************************** cbankx80
000600                                                                  cbankx80
000700***************************************************************** cbankx80
000800* CBANKX80.CPY (CICS Version)                                   * cbankx80
000900*---------------------------------------------------------------* cbankx80
001000* This copybook is used to provide an common means of calling   * cbankx80
001100* data access module DBANK80P so that the that module using     * cbankx80
001200* this copy book is insensitive to it environment.              * cbankx80
001300* There are different versions for CICS, IMS and INET.          * cbankx80
001400***************************************************************** cbankx80
001500* by default use CICS commands to call the module                 cbankx80
001600     EXEC CICS LINK PROGRAM('DBANK80P')                           cbankx80
001700                COMMAREA(CD80-DATA)                               cbankx80
001800                LENGTH(LENGTH OF CD80-DATA)                       cbankx80
001900     END-EXEC                                                     cbankx80
002000                                                                  cbankx80
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx80
