000100***************************************************************** cbankx76
000200*                                                               * cbankx76
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx76
000400*                                                               * cbankx76
000500***************************************************************** cbankx76
000600                                                                  cbankx76
000700***************************************************************** cbankx76
000800* CBANKX76.CPY (CICS Version)                                   * cbankx76
000900*---------------------------------------------------------------* cbankx76
001000* This copybook is used to provide an common means of calling   * cbankx76
001100* data access module DBANK76P so that the that module using     * cbankx76
001200* this copy book is insensitive to it environment.              * cbankx76
001300* There are different versions for CICS, IMS and INET.          * cbankx76
001400***************************************************************** cbankx76
001500* by default use CICS commands to call the module                 cbankx76
001600     EXEC CICS LINK PROGRAM('DBANK76P')                           cbankx76
001700                COMMAREA(CD76-DATA)                               cbankx76
001800                LENGTH(LENGTH OF CD76-DATA)                       cbankx76
001900     END-EXEC                                                     cbankx76
002000                                                                  cbankx76
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx76
