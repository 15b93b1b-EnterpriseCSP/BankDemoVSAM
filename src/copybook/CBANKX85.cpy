000100***************************************************************** cbankx85
000200*                                                               * cbankx85
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankx85
000400*                                                               * cbankx85
000500***************************************************************** cbankx85
000600                                                                  cbankx85
000700***************************************************************** cbankx85
000800* CBANKX85.CPY (CICS Version)                                   * cbankx85
000900*---------------------------------------------------------------* cbankx85
001000* This copybook is used to provide an common means of calling   * cbankx85
001100* data access module DBANK85P so that the that module using     * cbankx85
001200* this copy book is insensitive to it environment.              * cbankx85
001300* There are different versions for CICS, IMS and INET.          * cbankx85
001400***************************************************************** cbankx85
001500* by default use CICS commands to call the module                 cbankx85
001600     EXEC CICS LINK PROGRAM('DBANK85P')                           cbankx85
001700                COMMAREA(CD85-DATA)                               cbankx85
001800                LENGTH(LENGTH OF CD85-DATA)                       cbankx85
001900     END-EXEC                                                     cbankx85
002000                                                                  cbankx85
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankx85
