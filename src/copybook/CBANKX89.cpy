000100***************************************************************** cbankx89
000200*                                                               * cbankx89
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx89
000400*                                                               * cbankx89
000500***************************************************************** cbankx89
000600                                                                  cbankx89
000700***************************************************************** cbankx89
000800* CBANKX89.CPY (CICS Version)                                   * cbankx89
000900*---------------------------------------------------------------* cbankx89
001000* This copybook is used to provide an common means of calling   * cbankx89
001100* data access module DBANK89P so that the that module using     * cbankx89
001200* this copy book is insensitive to it environment.              * cbankx89
001300* There are different versions for CICS, IMS and INET.          * cbankx89
001400***************************************************************** cbankx89
001500* by default use CICS commands to call the module                 cbankx89
001600     EXEC CICS LINK PROGRAM('DBANK89P')                           cbankx89
001700                COMMAREA(CD89-DATA)                               cbankx89
001800                LENGTH(LENGTH OF CD89-DATA)                       cbankx89
001900     END-EXEC                                                     cbankx89
002000                                                                  cbankx89
002100                                                                  cbankx89
002200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx89
