000100***************************************************************** cbankx81
000200*                                                               * cbankx81
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx81
000400*                                                               * cbankx81
000500***************************************************************** cbankx81
000600                                                                  cbankx81
000700***************************************************************** cbankx81
000800* CBANKX81.CPY (CICS Version)                                   * cbankx81
000900*---------------------------------------------------------------* cbankx81
001000* This copybook is used to provide an common means of calling   * cbankx81
001100* data access module DBANK81P so that the that module using     * cbankx81
001200* this copy book is insensitive to it environment.              * cbankx81
001300* There are different versions for CICS, IMS and INET.          * cbankx81
001400***************************************************************** cbankx81
001500* by default use CICS commands to call the module                 cbankx81
001600     EXEC CICS LINK PROGRAM('DBANK81P')                           cbankx81
001700                COMMAREA(CD81-DATA)                               cbankx81
001800                LENGTH(LENGTH OF CD81-DATA)                       cbankx81
001900     END-EXEC                                                     cbankx81
002000                                                                  cbankx81
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx81
