000100***************************************************************** cbankx69
000200*                                                               * cbankx69
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankx69
000400*                                                               * cbankx69
000500***************************************************************** cbankx69
000600                                                                  cbankx69
000700***************************************************************** cbankx69
000800* CBANKX69.CPY (CICS Version)                                   * cbankx69
000900*---------------------------------------------------------------* cbankx69
001000* This copybook is used to provide an common means of calling   * cbankx69
001100* data access module DBANK69P so that the that module using     * cbankx69
001200* this copy book is insensitive to it environment.              * cbankx69
001300* There are different versions for CICS, IMS and INET.          * cbankx69
001400***************************************************************** cbankx69
001500* by default use CICS commands to call the module                 cbankx69
001600     EXEC CICS LINK PROGRAM('DBANK69P')                           cbankx69
001700                COMMAREA(CD69-DATA)                               cbankx69
001800                LENGTH(LENGTH OF CD69-DATA)                       cbankx69
001900     END-EXEC                                                     cbankx69
002000                                                                  cbankx69
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx69
