000100***************************************************************** UCORREG
000200*                                                               * UCORREG
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * UCORREG
000400*   This demonstration program is provided for use by users     * UCORREG
000500*   of Micro Focus products and may be used, modified and       * UCORREG
000600*   distributed as part of your application provided that       * UCORREG
000700*   you properly acknowledge the copyright of Micro Focus       * UCORREG
000800*   in this material.                                           * UCORREG
000900*                                                               * UCORREG
001000***************************************************************** UCORREG
001100                                                                  UCORREG
001200***************************************************************** UCORREG
001300* Program:     UCORREG.CBL                                      * UCORREG
001400* Function:    Batch correspondence register routine.  Called   * UCORREG
001500*              by a letter run for each letter or notice it     * UCORREG
001600*              writes, it adds a row to the BNKCORR register    * UCORREG
001700*              under the customer's PID and the time of the     * UCORREG
001800*              call, carrying the letter type, account,         * UCORREG
001900*              channel, address used, a summary line and a copy * UCORREG
002000*              of the letter record, so staff can see on        * UCORREG
002100*              SCORR01P what was sent and ask for a reprint.    * UCORREG
002200*              The register stays open for the life of the job. * UCORREG
002300***************************************************************** UCORREG
002400                                                                  UCORREG
002500 IDENTIFICATION DIVISION.                                         UCORREG
002600 PROGRAM-ID.                                                      UCORREG
002700     UCORREG.                                                     UCORREG
002800 DATE-WRITTEN.                                                    UCORREG
002900     October 2026.                                                UCORREG
003000 DATE-COMPILED.                                                   UCORREG
003100     Today.                                                       UCORREG
003200                                                                  UCORREG
003300 ENVIRONMENT DIVISION.                                            UCORREG
003400 INPUT-OUTPUT   SECTION.                                          UCORREG
003500   FILE-CONTROL.                                                  UCORREG
003600     SELECT BNKCORR-FILE                                          UCORREG
003700            ASSIGN       TO BNKCORR                               UCORREG
003800            ORGANIZATION IS INDEXED                               UCORREG
003900            ACCESS MODE  IS RANDOM                                UCORREG
004000            RECORD KEY   IS COR-KEY                               UCORREG
004100            FILE STATUS  IS WS-BNKCORR-STATUS.                    UCORREG
004200                                                                  UCORREG
004300 DATA DIVISION.                                                   UCORREG
004400 FILE SECTION.                                                    UCORREG
004500                                                                  UCORREG
004600 FD  BNKCORR-FILE.                                                UCORREG
004700 01  BNKCORR-REC.                                                 UCORREG
004800 COPY CBANKVCH.                                                   UCORREG
004900                                                                  UCORREG
005000 WORKING-STORAGE SECTION.                                         UCORREG
005100 COPY CTSTAMPD.                                                   UCORREG
005200                                                                  UCORREG
005300 01  WS-MISC-STORAGE.                                             UCORREG
005400   05  WS-PROGRAM-ID                         PIC X(8)             UCORREG
005500       VALUE 'UCORREG'.                                           UCORREG
005600   05  WS-BNKCORR-STATUS.                                         UCORREG
005700     10  WS-BNKCORR-STAT1                    PIC X(1).            UCORREG
005800     10  WS-BNKCORR-STAT2                    PIC X(1).            UCORREG
005900   05  WS-OPEN-SW                            PIC X(1)             UCORREG
006000       VALUE 'N'.                                                 UCORREG
006100     88  WS-REGISTER-OPEN                    VALUE 'Y'.           UCORREG
006200   05  WS-LAST-TS                            PIC X(26)            UCORREG
006300       VALUE SPACES.                                              UCORREG
006400   05  WS-LAST-SEQ                           PIC 9(4)             UCORREG
006500       VALUE ZERO.                                                UCORREG
006600                                                                  UCORREG
006700 LINKAGE SECTION.                                                 UCORREG
006800 COPY CCORREGD.                                                   UCORREG
006900                                                                  UCORREG
007000 PROCEDURE DIVISION USING CRG-CTL-DATA.                           UCORREG
007100                                                                  UCORREG
007200     SET CRG-CTL-OK TO TRUE.                                      UCORREG
007300     MOVE SPACES TO CRG-CTL-MSG.                                  UCORREG
007400                                                                  UCORREG
007500     IF NOT WS-REGISTER-OPEN                                      UCORREG
007600        PERFORM OPEN-REGISTER THRU                                UCORREG
007700                OPEN-REGISTER-EXIT                                UCORREG
007800        IF CRG-CTL-ERROR                                          UCORREG
007900           GOBACK                                                 UCORREG
008000        END-IF                                                    UCORREG
008100     END-IF.                                                      UCORREG
008200                                                                  UCORREG
008300     PERFORM WRITE-REGISTER THRU                                  UCORREG
008400             WRITE-REGISTER-EXIT.                                 UCORREG
008500                                                                  UCORREG
008600     GOBACK.                                                      UCORREG
008700                                                                  UCORREG
008800***************************************************************** UCORREG
008900* First call of the job - open the register, defining it if     * UCORREG
009000* this is its first use                                         * UCORREG
009100***************************************************************** UCORREG
009200 OPEN-REGISTER.                                                   UCORREG
009300     OPEN I-O BNKCORR-FILE.                                       UCORREG
009400     IF WS-BNKCORR-STATUS IS EQUAL TO '35'                        UCORREG
009500        OPEN OUTPUT BNKCORR-FILE                                  UCORREG
009600     END-IF.                                                      UCORREG
009700     IF WS-BNKCORR-STAT1 IS NOT EQUAL TO '0'                      UCORREG
009800        SET CRG-CTL-ERROR TO TRUE                                 UCORREG
009900        MOVE 'Correspondence register BNKCORR not available'      UCORREG
010000          TO CRG-CTL-MSG                                          UCORREG
010100        GO TO OPEN-REGISTER-EXIT                                  UCORREG
010200     END-IF.                                                      UCORREG
010300     SET WS-REGISTER-OPEN TO TRUE.                                UCORREG
010400 OPEN-REGISTER-EXIT.                                              UCORREG
010500     EXIT.                                                        UCORREG
010600                                                                  UCORREG
010700***************************************************************** UCORREG
010800* Build the register row and add it.  Letters written in the    * UCORREG
010900* same hundredth of a second take the next sequence number so   * UCORREG
011000* they list in the order they were sent.                        * UCORREG
011100***************************************************************** UCORREG
011200 WRITE-REGISTER.                                                  UCORREG
011300 COPY CTSTAMPP.                                                   UCORREG
011400     IF WS-TIMESTAMP IS EQUAL TO WS-LAST-TS                       UCORREG
011500        ADD 1 TO WS-LAST-SEQ                                      UCORREG
011600     ELSE                                                         UCORREG
011700        MOVE WS-TIMESTAMP TO WS-LAST-TS                           UCORREG
011800        MOVE ZERO TO WS-LAST-SEQ                                  UCORREG
011900     END-IF.                                                      UCORREG
012000     MOVE SPACES TO COR-RECORD.                                   UCORREG
012100     MOVE CRG-CTL-PID TO COR-REC-PID.                             UCORREG
012200     MOVE WS-TIMESTAMP TO COR-REC-TIMESTAMP.                      UCORREG
012300     MOVE CRG-CTL-LETTER-TYPE TO COR-REC-LETTER-TYPE.             UCORREG
012400     MOVE CRG-CTL-PROGRAM TO COR-REC-PROGRAM.                     UCORREG
012500     MOVE WS-TIMESTAMP (1:10) TO COR-REC-DATE.                    UCORREG
012600     MOVE CRG-CTL-CHANNEL TO COR-REC-CHANNEL.                     UCORREG
012700     MOVE CRG-CTL-ACCNO TO COR-REC-ACCNO.                         UCORREG
012800     MOVE CRG-CTL-NAME TO COR-REC-NAME.                           UCORREG
012900     MOVE CRG-CTL-ADDR1 TO COR-REC-ADDR1.                         UCORREG
013000     MOVE CRG-CTL-ADDR2 TO COR-REC-ADDR2.                         UCORREG
013100     MOVE CRG-CTL-STATE TO COR-REC-STATE.                         UCORREG
013200     MOVE CRG-CTL-CNTRY TO COR-REC-CNTRY.                         UCORREG
013300     MOVE CRG-CTL-POST-CODE TO COR-REC-POST-CODE.                 UCORREG
013400     MOVE CRG-CTL-SUMMARY TO COR-REC-SUMMARY.                     UCORREG
013500     MOVE CRG-CTL-IMAGE TO COR-REC-IMAGE.                         UCORREG
013600 WRITE-REGISTER-RETRY.                                            UCORREG
013700     MOVE WS-LAST-SEQ TO COR-REC-SEQ.                             UCORREG
013800     WRITE COR-RECORD.                                            UCORREG
013900     IF WS-BNKCORR-STATUS IS EQUAL TO '22' AND                    UCORREG
014000        WS-LAST-SEQ IS LESS THAN 9999                             UCORREG
014100        ADD 1 TO WS-LAST-SEQ                                      UCORREG
014200        GO TO WRITE-REGISTER-RETRY                                UCORREG
014300     END-IF.                                                      UCORREG
014400     IF WS-BNKCORR-STAT1 IS NOT EQUAL TO '0'                      UCORREG
014500        SET CRG-CTL-ERROR TO TRUE                                 UCORREG
014600        MOVE SPACES TO CRG-CTL-MSG                                UCORREG
014700        STRING 'Unable to register ' DELIMITED BY SIZE            UCORREG
014800               CRG-CTL-LETTER-TYPE DELIMITED BY SPACE             UCORREG
014900               ' letter - file status ' DELIMITED BY SIZE         UCORREG
015000               WS-BNKCORR-STATUS DELIMITED BY SIZE                UCORREG
015100          INTO CRG-CTL-MSG                                        UCORREG
015200     END-IF.                                                      UCORREG
015300 WRITE-REGISTER-EXIT.                                             UCORREG
015400     EXIT.                                                        UCORREG
015500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     UCORREG
