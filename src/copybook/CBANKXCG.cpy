000100***************************************************************** cbankxcg
000200*                                                               * cbankxcg
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankxcg
000400*                                                               * cbankxcg
000500***************************************************************** cbankxcg
000600                                                                  cbankxcg
000700***************************************************************** cbankxcg
000800* CBANKXCG.CPY (CICS Version)                                   * cbankxcg
000900*---------------------------------------------------------------* cbankxcg
001000* This copybook is used to provide an common means of calling   * cbankxcg
001100* data access module DBANKCGP so that the that module using     * cbankxcg
001200* this copy book is insensitive to it environment.              * cbankxcg
001300* There are different versions for CICS, IMS and INET.          * cbankxcg
001400***************************************************************** cbankxcg
001500* by default use CICS commands to call the module                 cbankxcg
001600     EXEC CICS LINK PROGRAM('DBANKCGP')                           cbankxcg
001700                COMMAREA(CDCG-DATA)                               cbankxcg
001800                LENGTH(LENGTH OF CDCG-DATA)                       cbankxcg
001900     END-EXEC                                                     cbankxcg
002000                                                                  cbankxcg
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankxcg
