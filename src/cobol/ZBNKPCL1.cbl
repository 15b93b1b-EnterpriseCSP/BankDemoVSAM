000100***************************************************************** ZBNKPCL1
000200*                                                               * ZBNKPCL1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKPCL1
000400*   This demonstration program is provided for use by users     * ZBNKPCL1
000500*   of Micro Focus products and may be used, modified and       * ZBNKPCL1
000600*   distributed as part of your application provided that       * ZBNKPCL1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKPCL1
000800*   in this material.                                           * ZBNKPCL1
000900*                                                               * ZBNKPCL1
001000***************************************************************** ZBNKPCL1
001100                                                                  ZBNKPCL1
001200***************************************************************** ZBNKPCL1
001300* Program:     ZBNKPCL1.CBL                                     * ZBNKPCL1
001400* Function:    Postal authority postcode file load, run when    * ZBNKPCL1
001500*              the authority issues a new file.  Reads POSTIN - * ZBNKPCL1
001600*              a header with the file date, one detail per      * ZBNKPCL1
001700*              postcode giving its country, state/province and  * ZBNKPCL1
001800*              standard town name, and a trailer with the       * ZBNKPCL1
001900*              detail count - puts each postcode in the form    * ZBNKPCL1
002000*              BNKPSTC is keyed on through UPOSTCK, works out   * ZBNKPCL1
002100*              the town's matching key through UDPMATCH and     * ZBNKPCL1
002200*              adds or refreshes BNKPSTC.  Once the trailer     * ZBNKPCL1
002300*              count proves the whole file arrived, any active  * ZBNKPCL1
002400*              postcode that was not on this file is marked     * ZBNKPCL1
002500*              retired - a short file stops the run before that * ZBNKPCL1
002600*              pass so it can never retire postcodes wholesale. * ZBNKPCL1
002700***************************************************************** ZBNKPCL1
002800                                                                  ZBNKPCL1
002900 IDENTIFICATION DIVISION.                                         ZBNKPCL1
003000 PROGRAM-ID.                                                      ZBNKPCL1
003100     ZBNKPCL1.                                                    ZBNKPCL1
003200 DATE-WRITTEN.                                                    ZBNKPCL1
003300     October 2026.                                                ZBNKPCL1
003400 DATE-COMPILED.                                                   ZBNKPCL1
003500     Today.                                                       ZBNKPCL1
003600                                                                  ZBNKPCL1
003700 ENVIRONMENT DIVISION.                                            ZBNKPCL1
003800 INPUT-OUTPUT   SECTION.                                          ZBNKPCL1
003900   FILE-CONTROL.                                                  ZBNKPCL1
004000     SELECT POSTIN-FILE                                           ZBNKPCL1
004100            ASSIGN       TO POSTIN                                ZBNKPCL1
004200            ORGANIZATION IS SEQUENTIAL                            ZBNKPCL1
004300            ACCESS MODE  IS SEQUENTIAL                            ZBNKPCL1
004400            FILE STATUS  IS WS-POSTIN-STATUS.                     ZBNKPCL1
004500     SELECT BNKPSTC-FILE                                          ZBNKPCL1
004600            ASSIGN       TO BNKPSTC                               ZBNKPCL1
004700            ORGANIZATION IS INDEXED                               ZBNKPCL1
004800            ACCESS MODE  IS DYNAMIC                               ZBNKPCL1
004900            RECORD KEY   IS PSC-KEY                               ZBNKPCL1
005000            FILE STATUS  IS WS-BNKPSTC-STATUS.                    ZBNKPCL1
005100                                                                  ZBNKPCL1
005200 DATA DIVISION.                                                   ZBNKPCL1
005300 FILE SECTION.                                                    ZBNKPCL1
005400                                                                  ZBNKPCL1
005500 FD  POSTIN-FILE.                                                 ZBNKPCL1
005600 01  POSTIN-REC                              PIC X(100).          ZBNKPCL1
005700                                                                  ZBNKPCL1
005800 FD  BNKPSTC-FILE.                                                ZBNKPCL1
005900 01  BNKPSTC-REC.                                                 ZBNKPCL1
006000 COPY CBANKVPC.                                                   ZBNKPCL1
006100                                                                  ZBNKPCL1
006200 WORKING-STORAGE SECTION.                                         ZBNKPCL1
006300 COPY CTIMERD.                                                    ZBNKPCL1
006400                                                                  ZBNKPCL1
006500 COPY CTSTAMPD.                                                   ZBNKPCL1
006600                                                                  ZBNKPCL1
006700 COPY CPOSTCKD.                                                   ZBNKPCL1
006800                                                                  ZBNKPCL1
006900***************************************************************** ZBNKPCL1
007000* Postcode feed - 'H' header, 'D' detail, 'T' trailer           * ZBNKPCL1
007100***************************************************************** ZBNKPCL1
007200 01  WS-POSTIN-DETAIL.                                            ZBNKPCL1
007300   05  WS-PI-TYPE                            PIC X(1).            ZBNKPCL1
007400     88  WS-PI-HEADER                        VALUE 'H'.           ZBNKPCL1
007500     88  WS-PI-DETAIL                        VALUE 'D'.           ZBNKPCL1
007600     88  WS-PI-TRAILER                       VALUE 'T'.           ZBNKPCL1
007700   05  WS-PI-POSTCODE                        PIC X(6).            ZBNKPCL1
007800   05  WS-PI-CNTRY                           PIC X(3).            ZBNKPCL1
007900   05  WS-PI-STATE                           PIC X(2).            ZBNKPCL1
008000   05  WS-PI-TOWN                            PIC X(25).           ZBNKPCL1
008100   05  FILLER                                PIC X(63).           ZBNKPCL1
008200 01  WS-POSTIN-HEADER REDEFINES WS-POSTIN-DETAIL.                 ZBNKPCL1
008300   05  FILLER                                PIC X(1).            ZBNKPCL1
008400   05  WS-PH-FILE-DATE                       PIC X(10).           ZBNKPCL1
008500   05  FILLER                                PIC X(89).           ZBNKPCL1
008600 01  WS-POSTIN-TRAILER REDEFINES WS-POSTIN-DETAIL.                ZBNKPCL1
008700   05  FILLER                                PIC X(1).            ZBNKPCL1
008800   05  WS-PT-DETAIL-COUNT                    PIC 9(7).            ZBNKPCL1
008900   05  FILLER                                PIC X(92).           ZBNKPCL1
009000                                                                  ZBNKPCL1
009100 01  WS-MISC-STORAGE.                                             ZBNKPCL1
009200   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKPCL1
009300       VALUE 'ZBNKPCL1'.                                          ZBNKPCL1
009400   05  WS-POSTIN-STATUS.                                          ZBNKPCL1
009500     10  WS-POSTIN-STAT1                     PIC X(1).            ZBNKPCL1
009600     10  WS-POSTIN-STAT2                     PIC X(1).            ZBNKPCL1
009700   05  WS-BNKPSTC-STATUS.                                         ZBNKPCL1
009800     10  WS-BNKPSTC-STAT1                    PIC X(1).            ZBNKPCL1
009900     10  WS-BNKPSTC-STAT2                    PIC X(1).            ZBNKPCL1
010000   05  WS-IO-STATUS.                                              ZBNKPCL1
010100     10  WS-IO-STAT1                         PIC X(1).            ZBNKPCL1
010200     10  WS-IO-STAT2                         PIC X(1).            ZBNKPCL1
010300   05  WS-TWO-BYTES.                                              ZBNKPCL1
010400     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKPCL1
010500     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKPCL1
010600   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKPCL1
010700                                             PIC 9(1) COMP.       ZBNKPCL1
010800   05  WS-END-OF-FILE                        PIC X(3)             ZBNKPCL1
010900       VALUE 'NO '.                                               ZBNKPCL1
011000   05  WS-HEADER-SEEN                        PIC X(1)             ZBNKPCL1
011100       VALUE 'N'.                                                 ZBNKPCL1
011200   05  WS-TRAILER-SEEN                       PIC X(1)             ZBNKPCL1
011300       VALUE 'N'.                                                 ZBNKPCL1
011400   05  WS-RUN-DATE                           PIC X(10).           ZBNKPCL1
011500   05  WS-FILE-DATE                          PIC X(10).           ZBNKPCL1
011600   05  WS-TOWN-IN                            PIC X(30).           ZBNKPCL1
011700   05  WS-TOWN-KEY                           PIC X(30).           ZBNKPCL1
011800   05  WS-ROW-CHANGED                        PIC X(1).            ZBNKPCL1
011900   05  WS-DETAILS-READ                       PIC 9(7)             ZBNKPCL1
012000       VALUE ZERO.                                                ZBNKPCL1
012100   05  WS-POSTCODES-ADDED                    PIC 9(7)             ZBNKPCL1
012200       VALUE ZERO.                                                ZBNKPCL1
012300   05  WS-POSTCODES-CHANGED                  PIC 9(7)             ZBNKPCL1
012400       VALUE ZERO.                                                ZBNKPCL1
012500   05  WS-POSTCODES-REJECTED                 PIC 9(7)             ZBNKPCL1
012600       VALUE ZERO.                                                ZBNKPCL1
012700   05  WS-POSTCODES-RETIRED                  PIC 9(7)             ZBNKPCL1
012800       VALUE ZERO.                                                ZBNKPCL1
012900                                                                  ZBNKPCL1
013000 01  WS-CONSOLE-MESSAGE                      PIC X(60).           ZBNKPCL1
013100                                                                  ZBNKPCL1
013200 PROCEDURE DIVISION.                                              ZBNKPCL1
013300                                                                  ZBNKPCL1
013400     PERFORM RUN-TIME.                                            ZBNKPCL1
013500                                                                  ZBNKPCL1
013600     MOVE 'Postcode reference file load starting'                 ZBNKPCL1
013700       TO WS-CONSOLE-MESSAGE.                                     ZBNKPCL1
013800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPCL1
013900                                                                  ZBNKPCL1
014000 COPY CTSTAMPP.                                                   ZBNKPCL1
014100     MOVE WS-TIMESTAMP (1:10) TO WS-RUN-DATE.                     ZBNKPCL1
014200                                                                  ZBNKPCL1
014300     PERFORM OPEN-FILES.                                          ZBNKPCL1
014400                                                                  ZBNKPCL1
014500***************************************************************** ZBNKPCL1
014600* Pass one - add or refresh every postcode on the file          * ZBNKPCL1
014700***************************************************************** ZBNKPCL1
014800     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKPCL1
014900        READ POSTIN-FILE INTO WS-POSTIN-DETAIL                    ZBNKPCL1
015000        IF WS-POSTIN-STATUS IS NOT EQUAL TO '00'                  ZBNKPCL1
015100           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKPCL1
015200        ELSE                                                      ZBNKPCL1
015300           PERFORM APPLY-ONE-RECORD THRU                          ZBNKPCL1
015400                   APPLY-ONE-RECORD-EXIT                          ZBNKPCL1
015500        END-IF                                                    ZBNKPCL1
015600     END-PERFORM.                                                 ZBNKPCL1
015700                                                                  ZBNKPCL1
015800***************************************************************** ZBNKPCL1
015900* The trailer must be there and agree with the details read -   * ZBNKPCL1
016000* otherwise the file is short and nothing may be retired        * ZBNKPCL1
016100***************************************************************** ZBNKPCL1
016200     IF WS-TRAILER-SEEN IS NOT EQUAL TO 'Y'                       ZBNKPCL1
016300        MOVE 'Postcode file trailer missing - file incomplete'    ZBNKPCL1
016400          TO WS-CONSOLE-MESSAGE                                   ZBNKPCL1
016500        PERFORM ABORT-PROGRAM                                     ZBNKPCL1
016600     END-IF.                                                      ZBNKPCL1
016700     IF WS-PT-DETAIL-COUNT IS NOT EQUAL TO WS-DETAILS-READ        ZBNKPCL1
016800        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKPCL1
016900        STRING 'Trailer count ' DELIMITED BY SIZE                 ZBNKPCL1
017000               WS-PT-DETAIL-COUNT DELIMITED BY SIZE               ZBNKPCL1
017100               ' but details read ' DELIMITED BY SIZE             ZBNKPCL1
017200               WS-DETAILS-READ DELIMITED BY SIZE                  ZBNKPCL1
017300          INTO WS-CONSOLE-MESSAGE                                 ZBNKPCL1
017400        PERFORM ABORT-PROGRAM                                     ZBNKPCL1
017500     END-IF.                                                      ZBNKPCL1
017600                                                                  ZBNKPCL1
017700***************************************************************** ZBNKPCL1
017800* Pass two - retire every active postcode this file did not     * ZBNKPCL1
017900* carry                                                         * ZBNKPCL1
018000***************************************************************** ZBNKPCL1
018100     MOVE 'NO ' TO WS-END-OF-FILE.                                ZBNKPCL1
018200     MOVE LOW-VALUES TO PSC-KEY.                                  ZBNKPCL1
018300     START BNKPSTC-FILE KEY GREATER THAN PSC-KEY.                 ZBNKPCL1
018400     IF WS-BNKPSTC-STATUS IS NOT EQUAL TO '00'                    ZBNKPCL1
018500        MOVE 'YES' TO WS-END-OF-FILE                              ZBNKPCL1
018600     END-IF.                                                      ZBNKPCL1
018700     PERFORM UNTIL WS-END-OF-FILE IS EQUAL TO 'YES'               ZBNKPCL1
018800        READ BNKPSTC-FILE NEXT RECORD                             ZBNKPCL1
018900        IF WS-BNKPSTC-STATUS IS NOT EQUAL TO '00'                 ZBNKPCL1
019000           MOVE 'YES' TO WS-END-OF-FILE                           ZBNKPCL1
019100        ELSE                                                      ZBNKPCL1
019200           IF PSC-STATUS-ACTIVE AND                               ZBNKPCL1
019300              PSC-REC-LOADED-DATE IS NOT EQUAL TO WS-RUN-DATE     ZBNKPCL1
019400              PERFORM RETIRE-ONE-POSTCODE                         ZBNKPCL1
019500           END-IF                                                 ZBNKPCL1
019600        END-IF                                                    ZBNKPCL1
019700     END-PERFORM.                                                 ZBNKPCL1
019800                                                                  ZBNKPCL1
019900     PERFORM CLOSE-FILES.                                         ZBNKPCL1
020000                                                                  ZBNKPCL1
020100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKPCL1
020200     STRING 'Postcode file dated ' DELIMITED BY SIZE              ZBNKPCL1
020300            WS-FILE-DATE DELIMITED BY SIZE                        ZBNKPCL1
020400       INTO WS-CONSOLE-MESSAGE.                                   ZBNKPCL1
020500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPCL1
020600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKPCL1
020700     STRING WS-POSTCODES-ADDED DELIMITED BY SIZE                  ZBNKPCL1
020800            ' postcodes added' DELIMITED BY SIZE                  ZBNKPCL1
020900       INTO WS-CONSOLE-MESSAGE.                                   ZBNKPCL1
021000     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPCL1
021100     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKPCL1
021200     STRING WS-POSTCODES-CHANGED DELIMITED BY SIZE                ZBNKPCL1
021300            ' postcodes changed' DELIMITED BY SIZE                ZBNKPCL1
021400       INTO WS-CONSOLE-MESSAGE.                                   ZBNKPCL1
021500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPCL1
021600     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKPCL1
021700     STRING WS-POSTCODES-RETIRED DELIMITED BY SIZE                ZBNKPCL1
021800            ' postcodes no longer issued - retired'               ZBNKPCL1
021900              DELIMITED BY SIZE                                   ZBNKPCL1
022000       INTO WS-CONSOLE-MESSAGE.                                   ZBNKPCL1
022100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPCL1
022200     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           ZBNKPCL1
022300     STRING WS-POSTCODES-REJECTED DELIMITED BY SIZE               ZBNKPCL1
022400            ' postcodes rejected' DELIMITED BY SIZE               ZBNKPCL1
022500       INTO WS-CONSOLE-MESSAGE.                                   ZBNKPCL1
022600     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPCL1
022700     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKPCL1
022800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPCL1
022900                                                                  ZBNKPCL1
023000     PERFORM RUN-TIME.                                            ZBNKPCL1
023100                                                                  ZBNKPCL1
023200     IF WS-POSTCODES-REJECTED IS GREATER THAN ZERO                ZBNKPCL1
023300        MOVE 4 TO RETURN-CODE                                     ZBNKPCL1
023400     ELSE                                                         ZBNKPCL1
023500        MOVE 0 TO RETURN-CODE                                     ZBNKPCL1
023600     END-IF.                                                      ZBNKPCL1
023700                                                                  ZBNKPCL1
023800     GOBACK.                                                      ZBNKPCL1
023900                                                                  ZBNKPCL1
024000***************************************************************** ZBNKPCL1
024100* One feed record - the header must come first, details are     * ZBNKPCL1
024200* counted and applied, the trailer ends the file                * ZBNKPCL1
024300***************************************************************** ZBNKPCL1
024400 APPLY-ONE-RECORD.                                                ZBNKPCL1
024500     IF WS-HEADER-SEEN IS NOT EQUAL TO 'Y'                        ZBNKPCL1
024600        IF NOT WS-PI-HEADER                                       ZBNKPCL1
024700           MOVE 'Postcode file header missing - file rejected'    ZBNKPCL1
024800             TO WS-CONSOLE-MESSAGE                                ZBNKPCL1
024900           PERFORM ABORT-PROGRAM                                  ZBNKPCL1
025000        END-IF                                                    ZBNKPCL1
025100        MOVE 'Y' TO WS-HEADER-SEEN                                ZBNKPCL1
025200        MOVE WS-PH-FILE-DATE TO WS-FILE-DATE                      ZBNKPCL1
025300        GO TO APPLY-ONE-RECORD-EXIT                               ZBNKPCL1
025400     END-IF.                                                      ZBNKPCL1
025500     IF WS-TRAILER-SEEN IS EQUAL TO 'Y'                           ZBNKPCL1
025600        GO TO APPLY-ONE-RECORD-EXIT                               ZBNKPCL1
025700     END-IF.                                                      ZBNKPCL1
025800     IF WS-PI-TRAILER                                             ZBNKPCL1
025900        MOVE 'Y' TO WS-TRAILER-SEEN                               ZBNKPCL1
026000        GO TO APPLY-ONE-RECORD-EXIT                               ZBNKPCL1
026100     END-IF.                                                      ZBNKPCL1
026200     IF NOT WS-PI-DETAIL                                          ZBNKPCL1
026300        GO TO APPLY-ONE-RECORD-EXIT                               ZBNKPCL1
026400     END-IF.                                                      ZBNKPCL1
026500     ADD 1 TO WS-DETAILS-READ.                                    ZBNKPCL1
026600     MOVE SPACES TO PCK-CTL-DATA.                                 ZBNKPCL1
026700     SET PCK-CTL-NORMALISE TO TRUE.                               ZBNKPCL1
026800     MOVE WS-PI-POSTCODE TO PCK-CTL-IN-POSTCODE.                  ZBNKPCL1
026900     CALL 'UPOSTCK' USING PCK-CTL-DATA.                           ZBNKPCL1
027000     IF PCK-CTL-KEY-POSTCODE IS EQUAL TO SPACES OR                ZBNKPCL1
027100        WS-PI-CNTRY IS EQUAL TO SPACES OR                         ZBNKPCL1
027200        WS-PI-STATE IS EQUAL TO SPACES OR                         ZBNKPCL1
027300        WS-PI-TOWN IS EQUAL TO SPACES                             ZBNKPCL1
027400        ADD 1 TO WS-POSTCODES-REJECTED                            ZBNKPCL1
027500        MOVE SPACES TO WS-CONSOLE-MESSAGE                         ZBNKPCL1
027600        STRING 'Postcode rejected - ' DELIMITED BY SIZE           ZBNKPCL1
027700               WS-PI-POSTCODE DELIMITED BY SIZE                   ZBNKPCL1
027800          INTO WS-CONSOLE-MESSAGE                                 ZBNKPCL1
027900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPCL1
028000        GO TO APPLY-ONE-RECORD-EXIT                               ZBNKPCL1
028100     END-IF.                                                      ZBNKPCL1
028200     MOVE WS-PI-TOWN TO WS-TOWN-IN.                               ZBNKPCL1
028300     CALL 'UDPMATCH' USING WS-TOWN-IN                             ZBNKPCL1
028400                           WS-TOWN-KEY.                           ZBNKPCL1
028500                                                                  ZBNKPCL1
028600     MOVE PCK-CTL-KEY-POSTCODE TO PSC-KEY.                        ZBNKPCL1
028700     READ BNKPSTC-FILE.                                           ZBNKPCL1
028800     IF WS-BNKPSTC-STATUS IS NOT EQUAL TO '00'                    ZBNKPCL1
028900        MOVE SPACES TO BNKPSTC-REC                                ZBNKPCL1
029000        MOVE PCK-CTL-KEY-POSTCODE TO PSC-REC-POSTCODE             ZBNKPCL1
029100        PERFORM MOVE-FEED-TO-ROW                                  ZBNKPCL1
029200        SET PSC-STATUS-ACTIVE TO TRUE                             ZBNKPCL1
029300        MOVE WS-RUN-DATE TO PSC-REC-LOADED-DATE                   ZBNKPCL1
029400        WRITE PSC-RECORD                                          ZBNKPCL1
029500        ADD 1 TO WS-POSTCODES-ADDED                               ZBNKPCL1
029600     ELSE                                                         ZBNKPCL1
029700        MOVE 'N' TO WS-ROW-CHANGED                                ZBNKPCL1
029800        IF PSC-REC-CNTRY IS NOT EQUAL TO WS-PI-CNTRY OR           ZBNKPCL1
029900           PSC-REC-STATE IS NOT EQUAL TO WS-PI-STATE OR           ZBNKPCL1
030000           PSC-REC-TOWN IS NOT EQUAL TO WS-PI-TOWN OR             ZBNKPCL1
030100           PSC-STATUS-RETIRED                                     ZBNKPCL1
030200           MOVE 'Y' TO WS-ROW-CHANGED                             ZBNKPCL1
030300        END-IF                                                    ZBNKPCL1
030400        PERFORM MOVE-FEED-TO-ROW                                  ZBNKPCL1
030500        SET PSC-STATUS-ACTIVE TO TRUE                             ZBNKPCL1
030600        MOVE SPACES TO PSC-REC-RETIRED-DATE                       ZBNKPCL1
030700        IF WS-ROW-CHANGED IS EQUAL TO 'Y'                         ZBNKPCL1
030800           ADD 1 TO WS-POSTCODES-CHANGED                          ZBNKPCL1
030900        END-IF                                                    ZBNKPCL1
031000        MOVE WS-RUN-DATE TO PSC-REC-LOADED-DATE                   ZBNKPCL1
031100        REWRITE PSC-RECORD                                        ZBNKPCL1
031200     END-IF.                                                      ZBNKPCL1
031300     IF WS-BNKPSTC-STATUS IS NOT EQUAL TO '00'                    ZBNKPCL1
031400        MOVE 'Unable to load postcode entry'                      ZBNKPCL1
031500          TO WS-CONSOLE-MESSAGE                                   ZBNKPCL1
031600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPCL1
031700        MOVE WS-BNKPSTC-STATUS TO WS-IO-STATUS                    ZBNKPCL1
031800        PERFORM DISPLAY-IO-STATUS                                 ZBNKPCL1
031900        PERFORM ABORT-PROGRAM                                     ZBNKPCL1
032000     END-IF.                                                      ZBNKPCL1
032100 APPLY-ONE-RECORD-EXIT.                                           ZBNKPCL1
032200     EXIT.                                                        ZBNKPCL1
032300                                                                  ZBNKPCL1
032400***************************************************************** ZBNKPCL1
032500* Carry the authority's view of the postcode onto the row       * ZBNKPCL1
032600***************************************************************** ZBNKPCL1
032700 MOVE-FEED-TO-ROW.                                                ZBNKPCL1
032800     MOVE WS-PI-CNTRY TO PSC-REC-CNTRY.                           ZBNKPCL1
032900     MOVE WS-PI-STATE TO PSC-REC-STATE.                           ZBNKPCL1
033000     MOVE WS-PI-TOWN TO PSC-REC-TOWN.                             ZBNKPCL1
033100     MOVE WS-TOWN-KEY TO PSC-REC-TOWN-KEY.                        ZBNKPCL1
033200                                                                  ZBNKPCL1
033300***************************************************************** ZBNKPCL1
033400* A postcode the authority no longer issues is kept but marked  * ZBNKPCL1
033500* retired so an address still carrying it is reported           * ZBNKPCL1
033600***************************************************************** ZBNKPCL1
033700 RETIRE-ONE-POSTCODE.                                             ZBNKPCL1
033800     SET PSC-STATUS-RETIRED TO TRUE.                              ZBNKPCL1
033900     MOVE WS-RUN-DATE TO PSC-REC-RETIRED-DATE.                    ZBNKPCL1
034000     REWRITE PSC-RECORD.                                          ZBNKPCL1
034100     IF WS-BNKPSTC-STATUS IS NOT EQUAL TO '00'                    ZBNKPCL1
034200        MOVE 'Unable to retire postcode entry'                    ZBNKPCL1
034300          TO WS-CONSOLE-MESSAGE                                   ZBNKPCL1
034400        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPCL1
034500        MOVE WS-BNKPSTC-STATUS TO WS-IO-STATUS                    ZBNKPCL1
034600        PERFORM DISPLAY-IO-STATUS                                 ZBNKPCL1
034700        PERFORM ABORT-PROGRAM                                     ZBNKPCL1
034800     END-IF.                                                      ZBNKPCL1
034900     ADD 1 TO WS-POSTCODES-RETIRED.                               ZBNKPCL1
035000                                                                  ZBNKPCL1
035100***************************************************************** ZBNKPCL1
035200* Open the feed and postcode files                              * ZBNKPCL1
035300***************************************************************** ZBNKPCL1
035400 OPEN-FILES.                                                      ZBNKPCL1
035500     OPEN INPUT POSTIN-FILE.                                      ZBNKPCL1
035600     IF WS-POSTIN-STATUS IS NOT EQUAL TO '00'                     ZBNKPCL1
035700        MOVE 'POSTIN file open failure...'                        ZBNKPCL1
035800          TO WS-CONSOLE-MESSAGE                                   ZBNKPCL1
035900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPCL1
036000        MOVE WS-POSTIN-STATUS TO WS-IO-STATUS                     ZBNKPCL1
036100        PERFORM DISPLAY-IO-STATUS                                 ZBNKPCL1
036200        PERFORM ABORT-PROGRAM                                     ZBNKPCL1
036300     END-IF.                                                      ZBNKPCL1
036400     OPEN I-O BNKPSTC-FILE.                                       ZBNKPCL1
036500     IF WS-BNKPSTC-STATUS IS NOT EQUAL TO '00'                    ZBNKPCL1
036600        MOVE 'BNKPSTC file open failure...'                       ZBNKPCL1
036700          TO WS-CONSOLE-MESSAGE                                   ZBNKPCL1
036800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPCL1
036900        MOVE WS-BNKPSTC-STATUS TO WS-IO-STATUS                    ZBNKPCL1
037000        PERFORM DISPLAY-IO-STATUS                                 ZBNKPCL1
037100        PERFORM ABORT-PROGRAM                                     ZBNKPCL1
037200     END-IF.                                                      ZBNKPCL1
037300                                                                  ZBNKPCL1
037400***************************************************************** ZBNKPCL1
037500* Close the files                                               * ZBNKPCL1
037600***************************************************************** ZBNKPCL1
037700 CLOSE-FILES.                                                     ZBNKPCL1
037800     CLOSE POSTIN-FILE.                                           ZBNKPCL1
037900     CLOSE BNKPSTC-FILE.                                          ZBNKPCL1
038000                                                                  ZBNKPCL1
038100***************************************************************** ZBNKPCL1
038200* Display the file status bytes. This routine will display as   * ZBNKPCL1
038300* two digits if the full two byte file status is numeric. If    * ZBNKPCL1
038400* second byte is non-numeric then it will be treated as a       * ZBNKPCL1
038500* binary number.                                                * ZBNKPCL1
038600***************************************************************** ZBNKPCL1
038700 DISPLAY-IO-STATUS.                                               ZBNKPCL1
038800     IF WS-IO-STATUS NUMERIC                                      ZBNKPCL1
038900        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKPCL1
039000        STRING 'File status -' DELIMITED BY SIZE                  ZBNKPCL1
039100               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKPCL1
039200          INTO WS-CONSOLE-MESSAGE                                 ZBNKPCL1
039300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPCL1
039400     ELSE                                                         ZBNKPCL1
039500        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKPCL1
039600        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKPCL1
039700        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKPCL1
039800        STRING 'File status -' DELIMITED BY SIZE                  ZBNKPCL1
039900               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKPCL1
040000               '/' DELIMITED BY SIZE                              ZBNKPCL1
040100               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKPCL1
040200          INTO WS-CONSOLE-MESSAGE                                 ZBNKPCL1
040300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPCL1
040400     END-IF.                                                      ZBNKPCL1
040500                                                                  ZBNKPCL1
040600***************************************************************** ZBNKPCL1
040700* 'ABORT' the program.                                          * ZBNKPCL1
040800* Post a message to the console and issue a STOP RUN            * ZBNKPCL1
040900***************************************************************** ZBNKPCL1
041000 ABORT-PROGRAM.                                                   ZBNKPCL1
041100     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKPCL1
041200        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKPCL1
041300     END-IF.                                                      ZBNKPCL1
041400     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKPCL1
041500     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKPCL1
041600     MOVE 16 TO RETURN-CODE.                                      ZBNKPCL1
041700     STOP RUN.                                                    ZBNKPCL1
041800                                                                  ZBNKPCL1
041900***************************************************************** ZBNKPCL1
042000* Display CONSOLE messages...                                   * ZBNKPCL1
042100***************************************************************** ZBNKPCL1
042200 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKPCL1
042300     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKPCL1
042400       UPON CONSOLE.                                              ZBNKPCL1
042500     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKPCL1
042600                                                                  ZBNKPCL1
042700 COPY CTIMERP.                                                    ZBNKPCL1
042800                                                                  ZBNKPCL1
042900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKPCL1
