000100***************************************************************** cbankx86
000200*                                                               * cbankx86
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx86
000400*                                                               * cbankx86
000500***************************************************************** cbankx86
000600                                                                  cbankx86
000700***************************************************************** cbankx86
000800* CBANKX86.CPY (CICS Version)                                   * cbankx86
000900*---------------------------------------------------------------* cbankx86
001000* This copybook is used to provide an common means of calling   * cbankx86
001100* data access module DBANK86P so that the that module using     * cbankx86
001200* this copy book is insensitive to it environment.              * cbankx86
001300* There are different versions for CICS, IMS and INET.          * cbankx86
001400***************************************************************** cbankx86
001500* by default use CICS commands to call the module                 cbankx86
001600     EXEC CICS LINK PROGRAM('DBANK86P')                           cbankx86
001700                COMMAREA(CD86-DATA)                               cbankx86
001800                LENGTH(LENGTH OF CD86-DATA)                       cbankx86
001900     END-EXEC                                                     cbankx86
002000                                                                  cbankx86
002100                                                                  cbankx86
002200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx86
