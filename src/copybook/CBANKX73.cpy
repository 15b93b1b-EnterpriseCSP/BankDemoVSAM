000100***************************************************************** cbankx73
000200*                                                               * cbankx73
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankx73
000400*                                                               * cbankx73
000500***************************************************************** cbankx73
000600                                                                  cbankx73
000700***************************************************************** cbankx73
000800* CBANKX73.CPY (CICS Version)                                   * cbankx73
000900*---------------------------------------------------------------* cbankx73
001000* This copybook is used to provide an common means of calling   * cbankx73
001100* data access module DBANK73P so that the that module using     * cbankx73
001200* this copy book is insensitive to it environment.              * cbankx73
001300* There are different versions for CICS, IMS and INET.          * cbankx73
001400***************************************************************** cbankx73
001500* by default use CICS commands to call the module                 cbankx73
001600     EXEC CICS LINK PROGRAM('DBANK73P')                           cbankx73
001700                COMMAREA(CD73-DATA)                               cbankx73
001800                LENGTH(LENGTH OF CD73-DATA)                       cbankx73
001900     END-EXEC                                                     cbankx73
002000                                                                  cbankx73
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx73
