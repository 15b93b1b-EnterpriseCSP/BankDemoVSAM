000100***************************************************************** cbankx68
000200*                                                               * cbankx68
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankx68
000400*                                                               * cbankx68
000500***************************************************************** cbankx68
000600                                                                  cbankx68
000700***************************************************************** cbankx68
000800* CBANKX68.CPY (CICS Version)                                   * cbankx68
000900*---------------------------------------------------------------* cbankx68
001000* This copybook is used to provide an common means of calling   * cbankx68
001100* data access module DBANK68P so that the that module using     * cbankx68
001200* this copy book is insensitive to it environment.              * cbankx68
001300* There are different versions for CICS, IMS and INET.          * cbankx68
001400***************************************************************** cbankx68
001500* by default use CICS commands to call the module                 cbankx68
001600     EXEC CICS LINK PROGRAM('DBANK68P')                           cbankx68
001700                COMMAREA(CD68-DATA)                               cbankx68
001800                LENGTH(LENGTH OF CD68-DATA)                       cbankx68
001900     END-EXEC                                                     cbankx68
002000                                                                  cbankx68
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx68
002200                                                                  cbankx68
