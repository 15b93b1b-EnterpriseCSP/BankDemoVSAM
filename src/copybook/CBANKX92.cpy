000100***************************************************************** cbankx92
000200*                                                               * cbankx92
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx92
000400*                                                               * cbankx92
000500***************************************************************** cbankx92
000600                                                                  cbankx92
000700***************************************************************** cbankx92
000800* CBANKX92.CPY (CICS Version)                                   * cbankx92
000900*---------------------------------------------------------------* cbankx92
001000* This copybook is used to provide an common means of calling   * cbankx92
001100* data access module DBANK92P so that the that module using     * cbankx92
001200* this copy book is insensitive to it environment.              * cbankx92
001300* There are different versions for CICS, IMS and INET.          * cbankx92
001400***************************************************************** cbankx92
001500* by default use CICS commands to call the module                 cbankx92
001600     EXEC CICS LINK PROGRAM('DBANK92P')                           cbankx92
001700                COMMAREA(CD92-DATA)                               cbankx92
001800                LENGTH(LENGTH OF CD92-DATA)                       cbankx92
001900     END-EXEC                                                     cbankx92
002000                                                                  cbankx92
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx92
