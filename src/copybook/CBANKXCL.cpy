000100***************************************************************** cbankxcl
000200*                                                               * cbankxcl
000300*  Copyright(C) 1998-2011 Micro Focus. All Rights Reserved.     * cbankxcl
000400*                                                               * cbankxcl
000500***************************************************************** cbankxcl
000600                                                                  cbankxcl
000700***************************************************************** cbankxcl
000800* CBANKXCL.CPY (CICS Version)                                   * cbankxcl
000900*---------------------------------------------------------------* cbankxcl
001000* This copybook is used to provide an common means of calling   * cbankxcl
001100* data access module DBANKCLP so that the that module using     * cbankxcl
001200* this copy book is insensitive to it environment.              * cbankxcl
001300* There are different versions for CICS, IMS and INET.          * cbankxcl
001400***************************************************************** cbankxcl
001500* by default use CICS commands to call the module                 cbankxcl
001600     EXEC CICS LINK PROGRAM('DBANKCLP')                           cbankxcl
001700                COMMAREA(CDCL-DATA)                               cbankxcl
001800                LENGTH(LENGTH OF CDCL-DATA)                       cbankxcl
001900     END-EXEC                                                     cbankxcl
002000                                                                  cbankxcl
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankxcl
