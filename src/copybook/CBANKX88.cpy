000100***************************************************************** cbankx88
000200*                                                               * cbankx88
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx88
000400*                                                               * cbankx88
000500***************************************************************** cbankx88
000600                                                                  cbankx88
000700***************************************************************** cbankx88
000800* CBANKX88.CPY (CICS Version)                                   * cbankx88
000900*---------------------------------------------------------------* cbankx88
001000* This copybook is used to provide an common means of calling   * cbankx88
001100* data access module DBANK88P so that the that module using     * cbankx88
001200* this copy book is insensitive to it environment.              * cbankx88
001300* There are different versions for CICS, IMS and INET.          * cbankx88
001400***************************************************************** cbankx88
001500* by default use CICS commands to call the module                 cbankx88
001600     EXEC CICS LINK PROGRAM('DBANK88P')                           cbankx88
001700                COMMAREA(CD88-DATA)                               cbankx88
001800                LENGTH(LENGTH OF CD88-DATA)                       cbankx88
001900     END-EXEC                                                     cbankx88
002000                                                                  cbankx88
002100                                                                  cbankx88
002200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx88
