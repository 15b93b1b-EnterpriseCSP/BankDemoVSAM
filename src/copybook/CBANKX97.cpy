000100***************************************************************** cbankx97
000200*                                                               * cbankx97
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx97
000400*                                                               * cbankx97
000500***************************************************************** cbankx97
000600                                                                  cbankx97
000700***************************************************************** cbankx97
000800* CBANKX97.CPY (CICS Version)                                   * cbankx97
000900*---------------------------------------------------------------* cbankx97
001000* This copybook is used to provide an common means of calling   * cbankx97
001100* data access module DBANK97P so that the that module using     * cbankx97
001200* this copy book is insensitive to it environment.              * cbankx97
001300* There are different versions for CICS, IMS and INET.          * cbankx97
001400***************************************************************** cbankx97
001500* by default use CICS commands to call the module                 cbankx97
001600     EXEC CICS LINK PROGRAM('DBANK97P')                           cbankx97
001700                COMMAREA(CD97-DATA)                               cbankx97
001800                LENGTH(LENGTH OF CD97-DATA)                       cbankx97
001900     END-EXEC                                                     cbankx97
002000                                                                  cbankx97
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx97
