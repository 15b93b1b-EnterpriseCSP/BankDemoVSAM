000100***************************************************************** cbankx91
000200*                                                               * cbankx91
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx91
000400*                                                               * cbankx91
000500***************************************************************** cbankx91
000600                                                                  cbankx91
000700***************************************************************** cbankx91
000800* CBANKX91.CPY (CICS Version)                                   * cbankx91
000900*---------------------------------------------------------------* cbankx91
001000* This copybook is used to provide an common means of calling   * cbankx91
001100* data access module DBANK91P so that the that module using     * cbankx91
001200* this copy book is insensitive to it environment.              * cbankx91
001300* There are different versions for CICS, IMS and INET.          * cbankx91
001400***************************************************************** cbankx91
001500* by default use CICS commands to call the module                 cbankx91
001600     EXEC CICS LINK PROGRAM('DBANK91P')                           cbankx91
001700                COMMAREA(CD91-DATA)                               cbankx91
001800                LENGTH(LENGTH OF CD91-DATA)                       cbankx91
001900     END-EXEC                                                     cbankx91
002000                                                                  cbankx91
002100                                                                  cbankx91
002200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx91
