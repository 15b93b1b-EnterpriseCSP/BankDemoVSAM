000100***************************************************************** cbankx75
000200*                                                               * cbankx75
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankx75
000400*                                                               * cbankx75
000500***************************************************************** cbankx75
000600                                                                  cbankx75
000700***************************************************************** cbankx75
000800* CBANKX75.CPY (CICS Version)                                   * cbankx75
000900*---------------------------------------------------------------* cbankx75
001000* This copybook is used to provide an common means of calling   * cbankx75
001100* data access module DBANK75P so that the that module using     * cbankx75
001200* this copy book is insensitive to it environment.              * cbankx75
001300* There are different versions for CICS, IMS and INET.          * cbankx75
001400***************************************************************** cbankx75
001500* by default use CICS commands to call the module                 cbankx75
001600     EXEC CICS LINK PROGRAM('DBANK75P')                           cbankx75
001700                COMMAREA(CD75-DATA)                               cbankx75
001800                LENGTH(LENGTH OF CD75-DATA)                       cbankx75
001900     END-EXEC                                                     cbankx75
002000                                                                  cbankx75
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx75
