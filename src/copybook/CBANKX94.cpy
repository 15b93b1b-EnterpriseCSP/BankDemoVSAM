000100***************************************************************** cbankx94
000200*                                                               * cbankx94
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx94
000400*                                                               * cbankx94
000500***************************************************************** cbankx94
000600                                                                  cbankx94
000700***************************************************************** cbankx94
000800* CBANKX94.CPY (CICS Version)                                   * cbankx94
000900*---------------------------------------------------------------* cbankx94
001000* This copybook is used to provide an common means of calling   * cbankx94
001100* data access module DBANK94P so that the that module using     * cbankx94
001200* this copy book is insensitive to it environment.              * cbankx94
001300* There are different versions for CICS, IMS and INET.          * cbankx94
001400***************************************************************** cbankx94
001500* by default use CICS commands to call the module                 cbankx94
001600     EXEC CICS LINK PROGRAM('DBANK94P')                           cbankx94
001700                COMMAREA(CD94-DATA)                               cbankx94
001800                LENGTH(LENGTH OF CD94-DATA)                       cbankx94
001900     END-EXEC                                                     cbankx94
002000                                                                  cbankx94
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx94
