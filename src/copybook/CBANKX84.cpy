000100***************************************************************** cbankx84
000200*                                                               * cbankx84
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx84
000400*                                                               * cbankx84
000500***************************************************************** cbankx84
000600                                                                  cbankx84
000700***************************************************************** cbankx84
000800* CBANKX84.CPY (CICS Version)                                   * cbankx84
000900*---------------------------------------------------------------* cbankx84
001000* This copybook is used to provide an common means of calling   * cbankx84
001100* data access module DBANK84P so that the that module using     * cbankx84
001200* this copy book is insensitive to it environment.              * cbankx84
001300* There are different versions for CICS, IMS and INET.          * cbankx84
001400***************************************************************** cbankx84
001500* by default use CICS commands to call the module                 cbankx84
001600     EXEC CICS LINK PROGRAM('DBANK84P')                           cbankx84
001700                COMMAREA(CD84-DATA)                               cbankx84
001800                LENGTH(LENGTH OF CD84-DATA)                       cbankx84
001900     END-EXEC                                                     cbankx84
002000                                                                  cbankx84
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx84
