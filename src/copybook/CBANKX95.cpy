000100***************************************************************** cbankx95
000200*                                                               * cbankx95
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx95
000400*                                                               * cbankx95
000500***************************************************************** cbankx95
000600                                                                  cbankx95
000700***************************************************************** cbankx95
000800* CBANKX95.CPY (CICS Version)                                   * cbankx95
000900*---------------------------------------------------------------* cbankx95
001000* This copybook is used to provide an common means of calling   * cbankx95
001100* data access module DBANK95P so that the that module using     * cbankx95
001200* this copy book is insensitive to it environment.              * cbankx95
001300* There are different versions for CICS, IMS and INET.          * cbankx95
001400***************************************************************** cbankx95
001500* by default use CICS commands to call the module                 cbankx95
001600     EXEC CICS LINK PROGRAM('DBANK95P')                           cbankx95
001700                COMMAREA(CD95-DATA)                               cbankx95
001800                LENGTH(LENGTH OF CD95-DATA)                       cbankx95
001900     END-EXEC                                                     cbankx95
002000                                                                  cbankx95
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx95
