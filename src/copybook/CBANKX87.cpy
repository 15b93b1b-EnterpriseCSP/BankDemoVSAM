000100***************************************************************** cbankx87
000200*                                                               * cbankx87
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx87
000400*                                                               * cbankx87
000500***************************************************************** cbankx87
000600                                                                  cbankx87
000700***************************************************************** cbankx87
000800* CBANKX87.CPY (CICS Version)                                   * cbankx87
000900*---------------------------------------------------------------* cbankx87
001000* This copybook is used to provide an common means of calling   * cbankx87
001100* data access module DBANK87P so that the that module using     * cbankx87
001200* this copy book is insensitive to it environment.              * cbankx87
001300* There are different versions for CICS, IMS and INET.          * cbankx87
001400***************************************************************** cbankx87
001500* by default use CICS commands to call the module                 cbankx87
001600     EXEC CICS LINK PROGRAM('DBANK87P')                           cbankx87
001700                COMMAREA(CD87-DATA)                               cbankx87
001800                LENGTH(LENGTH OF CD87-DATA)                       cbankx87
001900     END-EXEC                                                     cbankx87
002000                                                                  cbankx87
002100                                                                  cbankx87
002200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx87
