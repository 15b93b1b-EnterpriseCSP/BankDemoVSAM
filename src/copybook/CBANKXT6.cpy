000100***************************************************************** cbankxt6
000200*                                                               * cbankxt6
000300*  Copyright(C) 1998-2026 Micro Focus. All Rights Reserved.     * cbankxt6
000400*                                                               * cbankxt6
000500***************************************************************** cbankxt6
000600                                                                  cbankxt6
000700***************************************************************** cbankxt6
000800* CBANKXT6.CPY                                                  * cbankxt6
000900*---------------------------------------------------------------* cbankxt6
001000* This is the record layout used for the suspicious activity    * cbankxt6
001100* report (SAR) filing extract written by ZBNKSAR1 - for each    * cbankxt6
001200* case decided reportable, a subject record with the            * cbankxt6
001300* customer's identity, the case dates and the amount involved,  * cbankxt6
001400* then one record per linked alert and one per narrative note.  * cbankxt6
001500* A control record with the case and record counts and the      * cbankxt6
001600* amount total closes the file the way ZBNKTAX1 closes the tax  * cbankxt6
001700* extract.                                                      * cbankxt6
001800***************************************************************** cbankxt6
001900                                                                  cbankxt6
002000 05  XTACT06-RECORD.                                              cbankxt6
002100   10  BANKXT06-RECORD-TYPE                PIC X(1).              cbankxt6
002200     88  BANKXT06-SUBJECT                  VALUE 'S'.             cbankxt6
002300     88  BANKXT06-ALERT                    VALUE 'A'.             cbankxt6
002400     88  BANKXT06-NARRATIVE                VALUE 'N'.             cbankxt6
002500     88  BANKXT06-CONTROL                  VALUE 'C'.             cbankxt6
002600   10  BANKXT06-CASE-ID                    PIC X(14).             cbankxt6
002700   10  BANKXT06-SUBJECT-DATA.                                     cbankxt6
002800     15  BANKXT06-PID                      PIC X(5).              cbankxt6
002900     15  BANKXT06-SIN                      PIC X(9).              cbankxt6
003000     15  BANKXT06-NAME                     PIC X(25).             cbankxt6
003100     15  BANKXT06-OPENED-DATE              PIC X(10).             cbankxt6
003200     15  BANKXT06-DISP-DATE                PIC X(10).             cbankxt6
003300     15  BANKXT06-DUE-DATE                 PIC X(10).             cbankxt6
003400     15  BANKXT06-INVESTIGATOR             PIC X(8).              cbankxt6
003500     15  BANKXT06-AMOUNT                   PIC S9(9)V99 COMP-3.   cbankxt6
003600     15  BANKXT06-ALERT-COUNT              PIC 9(2).              cbankxt6
003700     15  BANKXT06-NOTE-COUNT               PIC 9(2).              cbankxt6
003800     15  FILLER                            PIC X(48).             cbankxt6
003900   10  BANKXT06-ALERT-DATA REDEFINES BANKXT06-SUBJECT-DATA.       cbankxt6
004000     15  BANKXT06-ALERT-SEQ                PIC 9(2).              cbankxt6
004100     15  BANKXT06-ALERT-SOURCE             PIC X(1).              cbankxt6
004200     15  BANKXT06-ALERT-REF                PIC X(26).             cbankxt6
004300     15  BANKXT06-ALERT-DATE               PIC X(10).             cbankxt6
004400     15  BANKXT06-ALERT-AMOUNT             PIC S9(7)V99 COMP-3.   cbankxt6
004500     15  BANKXT06-ALERT-DESC               PIC X(20).             cbankxt6
004600     15  FILLER                            PIC X(71).             cbankxt6
004700   10  BANKXT06-NARRATIVE-DATA REDEFINES BANKXT06-SUBJECT-DATA.   cbankxt6
004800     15  BANKXT06-NOTE-SEQ                 PIC 9(2).              cbankxt6
004900     15  BANKXT06-NOTE-DATE                PIC X(10).             cbankxt6
005000     15  BANKXT06-NOTE-USER                PIC X(8).              cbankxt6
005100     15  BANKXT06-NOTE-TEXT                PIC X(60).             cbankxt6
005200     15  FILLER                            PIC X(55).             cbankxt6
005300   10  FILLER REDEFINES BANKXT06-SUBJECT-DATA.                    cbankxt6
005400     15  BANKXT06-CTL-CASES                PIC 9(7).              cbankxt6
005500     15  BANKXT06-CTL-RECORDS              PIC 9(7).              cbankxt6
005600     15  BANKXT06-CTL-AMOUNT               PIC S9(11)V99 COMP-3.  cbankxt6
005700     15  FILLER                            PIC X(114).            cbankxt6
005800                                                                  cbankxt6
005900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankxt6
