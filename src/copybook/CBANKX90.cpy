000100***************************************************************** cbankx90
000200*                                                               * cbankx90
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx90
000400*                                                               * cbankx90
000500***************************************************************** cbankx90
000600                                                                  cbankx90
000700***************************************************************** cbankx90
000800* CBANKX90.CPY (CICS Version)                                   * cbankx90
000900*---------------------------------------------------------------* cbankx90
001000* This copybook is used to provide an common means of calling   * cbankx90
001100* data access module DBANK90P so that the that module using     * cbankx90
001200* this copy book is insensitive to it environment.              * cbankx90
001300* There are different versions for CICS, IMS and INET.          * cbankx90
001400***************************************************************** cbankx90
001500* by default use CICS commands to call the module                 cbankx90
001600     EXEC CICS LINK PROGRAM('DBANK90P')                           cbankx90
001700                COMMAREA(CD90-DATA)                               cbankx90
001800                LENGTH(LENGTH OF CD90-DATA)                       cbankx90
001900     END-EXEC                                                     cbankx90
002000                                                                  cbankx90
002100                                                                  cbankx90
002200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx90
