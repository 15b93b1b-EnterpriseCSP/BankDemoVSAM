000100***************************************************************** cbankxvt
000200*                                                               * cbankxvt
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankxvt
000400*                                                               * cbankxvt
000500***************************************************************** cbankxvt
000600                                                                  cbankxvt
000700***************************************************************** cbankxvt
000800* CBANKXVT.CPY (CICS Version)                                   * cbankxvt
000900*---------------------------------------------------------------* cbankxvt
001000* This copybook is used to provide an common means of calling   * cbankxvt
001100* data access module DBANKVTP so that the that module using     * cbankxvt
001200* this copy book is insensitive to it environment.              * cbankxvt
001300* There are different versions for CICS, IMS and INET.          * cbankxvt
001400***************************************************************** cbankxvt
001500* by default use CICS commands to call the module                 cbankxvt
001600     EXEC CICS LINK PROGRAM('DBANKVTP')                           cbankxvt
001700                COMMAREA(CDVT-DATA)                               cbankxvt
001800                LENGTH(LENGTH OF CDVT-DATA)                       cbankxvt
001900     END-EXEC                                                     cbankxvt
002000                                                                  cbankxvt
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankxvt
