000100***************************************************************** cbankx67
000200*                                                               * cbankx67
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankx67
000400*                                                               * cbankx67
000500***************************************************************** cbankx67
000600                                                                  cbankx67
000700***************************************************************** cbankx67
000800* CBANKX67.CPY (CICS Version)                                   * cbankx67
000900*---------------------------------------------------------------* cbankx67
001000* This copybook is used to provide an common means of calling   * cbankx67
001100* data access module DBANK67P so that the that module using     * cbankx67
001200* this copy book is insensitive to it environment.              * cbankx67
001300* There are different versions for CICS, IMS and INET.          * cbankx67
001400***************************************************************** cbankx67
001500* by default use CICS commands to call the module                 cbankx67
001600     EXEC CICS LINK PROGRAM('DBANK67P')                           cbankx67
001700                COMMAREA(CD67-DATA)                               cbankx67
001800                LENGTH(LENGTH OF CD67-DATA)                       cbankx67
001900     END-EXEC                                                     cbankx67
002000                                                                  cbankx67
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx67
002200                                                                  cbankx67
