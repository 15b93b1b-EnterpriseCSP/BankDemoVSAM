000100***************************************************************** ZBNKCAP1
000200*                                                               * ZBNKCAP1
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * ZBNKCAP1
000400*   This demonstration program is provided for use by users     * ZBNKCAP1
000500*   of Micro Focus products and may be used, modified and       * ZBNKCAP1
000600*   distributed as part of your application provided that       * ZBNKCAP1
000700*   you properly acknowledge the copyright of Micro Focus       * ZBNKCAP1
000800*   in this material.                                           * ZBNKCAP1
000900*                                                               * ZBNKCAP1
001000***************************************************************** ZBNKCAP1
001100                                                                  ZBNKCAP1
001200***************************************************************** ZBNKCAP1
001300* Program:     ZBNKCAP1.CBL                                     * ZBNKCAP1
001400* Function:    Weekly VSAM capacity and growth report.  Reads   * ZBNKCAP1
001500*              the IDCAMS LISTCAT ALL listing of the catalog    * ZBNKCAP1
001600*              (LISTCAT) and, for every BNK cluster in it,      * ZBNKCAP1
001700*              takes the record count (REC-TOTAL) and the       * ZBNKCAP1
001800*              allocated and used space of the data component   * ZBNKCAP1
001900*              (HI-A-RBA and HI-U-RBA).  Each cluster gets a    * ZBNKCAP1
002000*              row on the BNKCAPH history file with the change  * ZBNKCAP1
002100*              in count since the last run.  The report shows   * ZBNKCAP1
002200*              the last twelve weeks' counts, the weekly growth * ZBNKCAP1
002300*              in used space, and the week the cluster will     * ZBNKCAP1
002400*              reach its allocation at that rate.  Clusters     * ZBNKCAP1
002500*              not purged by ZBNKARC1, or by ZBNKHKP1 through   * ZBNKCAP1
002600*              a RETTAB entry, are shown as having no           * ZBNKCAP1
002700*              retention.  Return code 4 when a cluster is      * ZBNKCAP1
002800*              near full, will fill within the warning period,  * ZBNKCAP1
002900*              or is growing with no retention.                 * ZBNKCAP1
003000***************************************************************** ZBNKCAP1
003100                                                                  ZBNKCAP1
003200 IDENTIFICATION DIVISION.                                         ZBNKCAP1
003300 PROGRAM-ID.                                                      ZBNKCAP1
003400     ZBNKCAP1.                                                    ZBNKCAP1
003500 DATE-WRITTEN.                                                    ZBNKCAP1
003600     October 2026.                                                ZBNKCAP1
003700 DATE-COMPILED.                                                   ZBNKCAP1
003800     Today.                                                       ZBNKCAP1
003900                                                                  ZBNKCAP1
004000 ENVIRONMENT DIVISION.                                            ZBNKCAP1
004100 INPUT-OUTPUT   SECTION.                                          ZBNKCAP1
004200   FILE-CONTROL.                                                  ZBNKCAP1
004300     SELECT LISTCAT-FILE                                          ZBNKCAP1
004400            ASSIGN       TO LISTCAT                               ZBNKCAP1
004500            ORGANIZATION IS SEQUENTIAL                            ZBNKCAP1
004600            ACCESS MODE  IS SEQUENTIAL                            ZBNKCAP1
004700            FILE STATUS  IS WS-LISTCAT-STATUS.                    ZBNKCAP1
004800     SELECT RETTAB-FILE                                           ZBNKCAP1
004900            ASSIGN       TO RETTAB                                ZBNKCAP1
005000            ORGANIZATION IS SEQUENTIAL                            ZBNKCAP1
005100            ACCESS MODE  IS SEQUENTIAL                            ZBNKCAP1
005200            FILE STATUS  IS WS-RETTAB-STATUS.                     ZBNKCAP1
005300     SELECT BNKCAPH-FILE                                          ZBNKCAP1
005400            ASSIGN       TO BNKCAPH                               ZBNKCAP1
005500            ORGANIZATION IS INDEXED                               ZBNKCAP1
005600            ACCESS MODE  IS DYNAMIC                               ZBNKCAP1
005700            RECORD KEY   IS CPH-KEY                               ZBNKCAP1
005800            FILE STATUS  IS WS-BNKCAPH-STATUS.                    ZBNKCAP1
005900     SELECT PRINTOUT-FILE                                         ZBNKCAP1
006000            ASSIGN       TO PRINTOUT                              ZBNKCAP1
006100            ORGANIZATION IS SEQUENTIAL                            ZBNKCAP1
006200            ACCESS MODE  IS SEQUENTIAL                            ZBNKCAP1
006300            FILE STATUS  IS WS-PRINTOUT-STATUS.                   ZBNKCAP1
006400                                                                  ZBNKCAP1
006500 DATA DIVISION.                                                   ZBNKCAP1
006600 FILE SECTION.                                                    ZBNKCAP1
006700                                                                  ZBNKCAP1
006800 FD  LISTCAT-FILE.                                                ZBNKCAP1
006900 01  LISTCAT-REC                         PIC X(133).              ZBNKCAP1
007000                                                                  ZBNKCAP1
007100 FD  RETTAB-FILE.                                                 ZBNKCAP1
007200 01  RETTAB-REC.                                                  ZBNKCAP1
007300   05  RET-FILE-NAME                       PIC X(8).              ZBNKCAP1
007400   05  FILLER                              PIC X(1).              ZBNKCAP1
007500   05  RET-KEEP-DAYS                       PIC 9(3).              ZBNKCAP1
007600   05  FILLER                              PIC X(68).             ZBNKCAP1
007700                                                                  ZBNKCAP1
007800 FD  BNKCAPH-FILE.                                                ZBNKCAP1
007900 01  BNKCAPH-REC.                                                 ZBNKCAP1
008000 COPY CBANKVCY.                                                   ZBNKCAP1
008100                                                                  ZBNKCAP1
008200 FD  PRINTOUT-FILE.                                               ZBNKCAP1
008300 01  PRINTOUT-REC                        PIC X(121).              ZBNKCAP1
008400                                                                  ZBNKCAP1
008500 WORKING-STORAGE SECTION.                                         ZBNKCAP1
008600 COPY CTIMERD.                                                    ZBNKCAP1
008700                                                                  ZBNKCAP1
008800 COPY CTSTAMPD.                                                   ZBNKCAP1
008900                                                                  ZBNKCAP1
009000 01  WS-MISC-STORAGE.                                             ZBNKCAP1
009100   05  WS-PROGRAM-ID                         PIC X(8)             ZBNKCAP1
009200       VALUE 'ZBNKCAP1'.                                          ZBNKCAP1
009300   05  WS-LISTCAT-STATUS.                                         ZBNKCAP1
009400     10  WS-LISTCAT-STAT1                    PIC X(1).            ZBNKCAP1
009500     10  WS-LISTCAT-STAT2                    PIC X(1).            ZBNKCAP1
009600   05  WS-RETTAB-STATUS.                                          ZBNKCAP1
009700     10  WS-RETTAB-STAT1                     PIC X(1).            ZBNKCAP1
009800     10  WS-RETTAB-STAT2                     PIC X(1).            ZBNKCAP1
009900   05  WS-BNKCAPH-STATUS.                                         ZBNKCAP1
010000     10  WS-BNKCAPH-STAT1                    PIC X(1).            ZBNKCAP1
010100     10  WS-BNKCAPH-STAT2                    PIC X(1).            ZBNKCAP1
010200   05  WS-PRINTOUT-STATUS.                                        ZBNKCAP1
010300     10  WS-PRINTOUT-STAT1                   PIC X(1).            ZBNKCAP1
010400     10  WS-PRINTOUT-STAT2                   PIC X(1).            ZBNKCAP1
010500   05  WS-IO-STATUS.                                              ZBNKCAP1
010600     10  WS-IO-STAT1                         PIC X(1).            ZBNKCAP1
010700     10  WS-IO-STAT2                         PIC X(1).            ZBNKCAP1
010800   05  WS-TWO-BYTES.                                              ZBNKCAP1
010900     10  WS-TWO-BYTES-LEFT                   PIC X(1).            ZBNKCAP1
011000     10  WS-TWO-BYTES-RIGHT                  PIC X(1).            ZBNKCAP1
011100   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 ZBNKCAP1
011200                                             PIC 9(1) COMP.       ZBNKCAP1
011300   05  WS-TODAY                              PIC X(10).           ZBNKCAP1
011400   05  WS-TODAY-INT                          PIC 9(7).            ZBNKCAP1
011500   05  WS-WORK-INT                           PIC 9(7).            ZBNKCAP1
011600   05  WS-WORK-YYYYMMDD                      PIC 9(8).            ZBNKCAP1
011700   05  WS-WORK-YYYYMMDD-X REDEFINES                               ZBNKCAP1
011800           WS-WORK-YYYYMMDD.                                      ZBNKCAP1
011900     10  WS-WORK-YYYY                        PIC X(4).            ZBNKCAP1
012000     10  WS-WORK-MM                          PIC X(2).            ZBNKCAP1
012100     10  WS-WORK-DD                          PIC X(2).            ZBNKCAP1
012200   05  WS-WORK-DATE                          PIC X(10).           ZBNKCAP1
012300   05  WS-SUB                                PIC S9(4) COMP.      ZBNKCAP1
012400   05  WS-SUB2                               PIC S9(4) COMP.      ZBNKCAP1
012500   05  WS-CUR                                PIC S9(4) COMP.      ZBNKCAP1
012600   05  WS-POS                                PIC S9(4) COMP.      ZBNKCAP1
012700   05  WS-DOT                                PIC S9(4) COMP.      ZBNKCAP1
012800   05  WS-KEYWORD                            PIC X(12).           ZBNKCAP1
012900   05  WS-KEY-LEN                            PIC S9(4) COMP.      ZBNKCAP1
013000   05  WS-NUMBER                             PIC S9(15) COMP-3.   ZBNKCAP1
013100   05  WS-NUMBER-SW                          PIC X(1).            ZBNKCAP1
013200     88  WS-NUMBER-FOUND                     VALUE 'Y'.           ZBNKCAP1
013300   05  WS-DIGIT-X                            PIC X(1).            ZBNKCAP1
013400   05  WS-DIGIT REDEFINES WS-DIGIT-X         PIC 9(1).            ZBNKCAP1
013500   05  WS-COMPONENT                          PIC X(1).            ZBNKCAP1
013600     88  WS-IN-DATA                          VALUE 'D'.           ZBNKCAP1
013700   05  WS-DSNAME                             PIC X(44).           ZBNKCAP1
013800   05  WS-QUALIFIER                          PIC X(8).            ZBNKCAP1
013900   05  WS-HAVE-PREV                          PIC X(1).            ZBNKCAP1
014000     88  WS-PREV-RUN                         VALUE 'Y'.           ZBNKCAP1
014100   05  WS-PREV-RECORDS                       PIC S9(11) COMP-3.   ZBNKCAP1
014200   05  WS-CHANGE                             PIC S9(11) COMP-3.   ZBNKCAP1
014300   05  WS-DAYS                               PIC S9(7) COMP-3.    ZBNKCAP1
014400   05  WS-GROWTH                             PIC S9(15) COMP-3.   ZBNKCAP1
014500   05  WS-FREE                               PIC S9(15) COMP-3.   ZBNKCAP1
014600   05  WS-WEEKS                              PIC S9(7) COMP-3.    ZBNKCAP1
014700   05  WS-PCT                                PIC S9(5) COMP-3.    ZBNKCAP1
014800   05  WS-FLAG-SW                            PIC X(1).            ZBNKCAP1
014900     88  WS-FLAGGED                          VALUE 'Y'.           ZBNKCAP1
015000   05  WS-CONSOLE-MESSAGE                    PIC X(60).           ZBNKCAP1
015100                                                                  ZBNKCAP1
015200***************************************************************** ZBNKCAP1
015300* Warning levels - a cluster this full, or this few weeks from  * ZBNKCAP1
015400* full at its current rate of growth, is flagged                * ZBNKCAP1
015500***************************************************************** ZBNKCAP1
015600 01  WS-LIMITS.                                                   ZBNKCAP1
015700   05  WS-NEAR-FULL-PCT                      PIC S9(3) COMP-3     ZBNKCAP1
015800       VALUE 85.                                                  ZBNKCAP1
015900   05  WS-FULL-SOON-WEEKS                    PIC S9(3) COMP-3     ZBNKCAP1
016000       VALUE 13.                                                  ZBNKCAP1
016100                                                                  ZBNKCAP1
016200 01  WS-COUNTERS.                                                 ZBNKCAP1
016300   05  WS-CLUSTERS-REPORTED                  PIC 9(7)             ZBNKCAP1
016400       VALUE ZERO.                                                ZBNKCAP1
016500   05  WS-HISTORY-WRITTEN                    PIC 9(7)             ZBNKCAP1
016600       VALUE ZERO.                                                ZBNKCAP1
016700   05  WS-NEAR-FULL                          PIC 9(7)             ZBNKCAP1
016800       VALUE ZERO.                                                ZBNKCAP1
016900   05  WS-FULL-SOON                          PIC 9(7)             ZBNKCAP1
017000       VALUE ZERO.                                                ZBNKCAP1
017100   05  WS-NO-RETENTION                       PIC 9(7)             ZBNKCAP1
017200       VALUE ZERO.                                                ZBNKCAP1
017300                                                                  ZBNKCAP1
017400***************************************************************** ZBNKCAP1
017500* The files the purge jobs know how to trim.  ZBNKHKP1 purges   * ZBNKCAP1
017600* one of these only while RETTAB names it; ZBNKARC1 always      * ZBNKCAP1
017700* archives BNKTXN.  Keep in step with those programs.           * ZBNKCAP1
017800***************************************************************** ZBNKCAP1
017900 01  WS-HKP-FILES-VALUES.                                         ZBNKCAP1
018000   05  FILLER                                PIC X(48)            ZBNKCAP1
018100       VALUE 'BNKTRLG BNKALRTQBNKFRAUDBNKHOLD BNKATMJ BNKDENYQ'.  ZBNKCAP1
018200 01  WS-HKP-FILES REDEFINES WS-HKP-FILES-VALUES.                  ZBNKCAP1
018300   05  WS-HKP-FILE OCCURS 6 TIMES            PIC X(8).            ZBNKCAP1
018400                                                                  ZBNKCAP1
018500***************************************************************** ZBNKCAP1
018600* The files RETTAB names                                        * ZBNKCAP1
018700***************************************************************** ZBNKCAP1
018800 01  WS-RETENTION-TABLE.                                          ZBNKCAP1
018900   05  WS-RET-COUNT                          PIC S9(4) COMP       ZBNKCAP1
019000       VALUE ZERO.                                                ZBNKCAP1
019100   05  WS-RET-FILE OCCURS 50 TIMES           PIC X(8).            ZBNKCAP1
019200                                                                  ZBNKCAP1
019300***************************************************************** ZBNKCAP1
019400* Every BNK cluster found in the LISTCAT listing                * ZBNKCAP1
019500***************************************************************** ZBNKCAP1
019600 01  WS-CLUSTER-TABLE.                                            ZBNKCAP1
019700   05  WS-CL-COUNT                           PIC S9(4) COMP       ZBNKCAP1
019800       VALUE ZERO.                                                ZBNKCAP1
019900   05  WS-CL-ENTRY OCCURS 200 TIMES.                              ZBNKCAP1
020000     10  WS-CL-NAME                          PIC X(8).            ZBNKCAP1
020100     10  WS-CL-RECORDS                       PIC S9(11) COMP-3.   ZBNKCAP1
020200     10  WS-CL-ALLOC                         PIC S9(15) COMP-3.   ZBNKCAP1
020300     10  WS-CL-USED                          PIC S9(15) COMP-3.   ZBNKCAP1
020400     10  WS-CL-RETENTION                     PIC X(8).            ZBNKCAP1
020500                                                                  ZBNKCAP1
020600***************************************************************** ZBNKCAP1
020700* One cluster's history, oldest first - up to eleven earlier    * ZBNKCAP1
020800* runs and this one                                             * ZBNKCAP1
020900***************************************************************** ZBNKCAP1
021000 01  WS-TREND-TABLE.                                              ZBNKCAP1
021100   05  WS-TR-COUNT                           PIC S9(4) COMP.      ZBNKCAP1
021200   05  WS-TR-ENTRY OCCURS 12 TIMES.                               ZBNKCAP1
021300     10  WS-TR-DATE                          PIC X(10).           ZBNKCAP1
021400     10  WS-TR-RECORDS                       PIC S9(11) COMP-3.   ZBNKCAP1
021500     10  WS-TR-USED                          PIC S9(15) COMP-3.   ZBNKCAP1
021600                                                                  ZBNKCAP1
021700***************************************************************** ZBNKCAP1
021800* Capacity report                                               * ZBNKCAP1
021900***************************************************************** ZBNKCAP1
022000 01  WS-REPORT-LINES.                                             ZBNKCAP1
022100   05  WS-RPT1.                                                   ZBNKCAP1
022200     10  WS-RPT1-CC                          PIC X(1)             ZBNKCAP1
022300         VALUE '1'.                                               ZBNKCAP1
022400     10  FILLER                              PIC X(20)            ZBNKCAP1
022500         VALUE SPACES.                                            ZBNKCAP1
022600     10  WS-RPT1-HEAD                        PIC X(40)            ZBNKCAP1
022700         VALUE 'VSAM Capacity and Growth - Run of'.               ZBNKCAP1
022800     10  WS-RPT1-DATE                        PIC X(10).           ZBNKCAP1
022900   05  WS-HEAD1.                                                  ZBNKCAP1
023000     10  WS-HEAD1-CC                         PIC X(1)             ZBNKCAP1
023100         VALUE '-'.                                               ZBNKCAP1
023200     10  FILLER                              PIC X(10)            ZBNKCAP1
023300         VALUE 'Cluster'.                                         ZBNKCAP1
023400     10  FILLER                              PIC X(12)            ZBNKCAP1
023500         VALUE '     Records'.                                    ZBNKCAP1
023600     10  FILLER                              PIC X(12)            ZBNKCAP1
023700         VALUE '      Change'.                                    ZBNKCAP1
023800     10  FILLER                              PIC X(12)            ZBNKCAP1
023900         VALUE '     Used KB'.                                    ZBNKCAP1
024000     10  FILLER                              PIC X(12)            ZBNKCAP1
024100         VALUE '    Alloc KB'.                                    ZBNKCAP1
024200     10  FILLER                              PIC X(5)             ZBNKCAP1
024300         VALUE ' Used'.                                           ZBNKCAP1
024400     10  FILLER                              PIC X(10)            ZBNKCAP1
024500         VALUE ' KB/week'.                                        ZBNKCAP1
024600     10  FILLER                              PIC X(7)             ZBNKCAP1
024700         VALUE ' Weeks'.                                          ZBNKCAP1
024800     10  FILLER                              PIC X(11)            ZBNKCAP1
024900         VALUE ' Full by'.                                        ZBNKCAP1
025000     10  FILLER                              PIC X(9)             ZBNKCAP1
025100         VALUE 'Purge'.                                           ZBNKCAP1
025200     10  FILLER                              PIC X(20)            ZBNKCAP1
025300         VALUE 'Warning'.                                         ZBNKCAP1
025400   05  WS-DETAIL.                                                 ZBNKCAP1
025500     10  WS-DET-CC                           PIC X(1)             ZBNKCAP1
025600         VALUE '0'.                                               ZBNKCAP1
025700     10  WS-DET-CLUSTER                      PIC X(10).           ZBNKCAP1
025800     10  WS-DET-RECORDS                      PIC Z(10)9.          ZBNKCAP1
025900     10  FILLER                              PIC X(1)             ZBNKCAP1
026000         VALUE SPACE.                                             ZBNKCAP1
026100     10  WS-DET-CHANGE                       PIC -(10)9.          ZBNKCAP1
026200     10  FILLER                              PIC X(1)             ZBNKCAP1
026300         VALUE SPACE.                                             ZBNKCAP1
026400     10  WS-DET-USED                         PIC Z(10)9.          ZBNKCAP1
026500     10  FILLER                              PIC X(1)             ZBNKCAP1
026600         VALUE SPACE.                                             ZBNKCAP1
026700     10  WS-DET-ALLOC                        PIC Z(10)9.          ZBNKCAP1
026800     10  FILLER                              PIC X(1)             ZBNKCAP1
026900         VALUE SPACE.                                             ZBNKCAP1
027000     10  WS-DET-PCT                          PIC ZZZ9.            ZBNKCAP1
027100     10  WS-DET-PCT-SIGN                     PIC X(1)             ZBNKCAP1
027200         VALUE '%'.                                               ZBNKCAP1
027300     10  WS-DET-GROWTH                       PIC -(8)9.           ZBNKCAP1
027400     10  FILLER                              PIC X(1)             ZBNKCAP1
027500         VALUE SPACE.                                             ZBNKCAP1
027600     10  WS-DET-WEEKS                        PIC X(6).            ZBNKCAP1
027700     10  FILLER                              PIC X(1)             ZBNKCAP1
027800         VALUE SPACE.                                             ZBNKCAP1
027900     10  WS-DET-FULL-BY                      PIC X(10).           ZBNKCAP1
028000     10  FILLER                              PIC X(1)             ZBNKCAP1
028100         VALUE SPACE.                                             ZBNKCAP1
028200     10  WS-DET-RETENTION                    PIC X(9).            ZBNKCAP1
028300     10  WS-DET-FLAG                         PIC X(20).           ZBNKCAP1
028400   05  WS-DET-WEEKS-N                        PIC ZZZZ9.           ZBNKCAP1
028500   05  WS-TREND.                                                  ZBNKCAP1
028600     10  WS-TRD-CC                           PIC X(1)             ZBNKCAP1
028700         VALUE ' '.                                               ZBNKCAP1
028800     10  FILLER                              PIC X(12)            ZBNKCAP1
028900         VALUE '  Records:'.                                      ZBNKCAP1
029000     10  WS-TRD-POINT OCCURS 12 TIMES.                            ZBNKCAP1
029100       15  WS-TRD-RECORDS                    PIC Z(7)9.           ZBNKCAP1
029200       15  FILLER                            PIC X(1).            ZBNKCAP1
029300   05  WS-RPT3.                                                   ZBNKCAP1
029400     10  WS-RPT3-CC                          PIC X(1)             ZBNKCAP1
029500         VALUE ' '.                                               ZBNKCAP1
029600     10  FILLER                              PIC X(3)             ZBNKCAP1
029700         VALUE SPACES.                                            ZBNKCAP1
029800     10  WS-RPT3-DESC                        PIC X(40).           ZBNKCAP1
029900     10  WS-RPT3-COUNT                       PIC Z(6)9.           ZBNKCAP1
030000                                                                  ZBNKCAP1
030100 PROCEDURE DIVISION.                                              ZBNKCAP1
030200                                                                  ZBNKCAP1
030300     PERFORM RUN-TIME.                                            ZBNKCAP1
030400                                                                  ZBNKCAP1
030500     MOVE 'Capacity and growth report starting'                   ZBNKCAP1
030600       TO WS-CONSOLE-MESSAGE.                                     ZBNKCAP1
030700     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCAP1
030800                                                                  ZBNKCAP1
030900 COPY CTSTAMPP.                                                   ZBNKCAP1
031000                                                                  ZBNKCAP1
031100     MOVE WS-TIMESTAMP (1:10) TO WS-TODAY.                        ZBNKCAP1
031200     MOVE WS-TODAY TO WS-WORK-DATE.                               ZBNKCAP1
031300     PERFORM DATE-TO-INTEGER.                                     ZBNKCAP1
031400     MOVE WS-WORK-INT TO WS-TODAY-INT.                            ZBNKCAP1
031500                                                                  ZBNKCAP1
031600     PERFORM LOAD-RETENTION THRU LOAD-RETENTION-EXIT.             ZBNKCAP1
031700     PERFORM LOAD-LISTCAT THRU LOAD-LISTCAT-EXIT.                 ZBNKCAP1
031800                                                                  ZBNKCAP1
031900     OPEN I-O BNKCAPH-FILE.                                       ZBNKCAP1
032000     IF WS-BNKCAPH-STATUS IS EQUAL TO '35'                        ZBNKCAP1
032100        OPEN OUTPUT BNKCAPH-FILE                                  ZBNKCAP1
032200        CLOSE BNKCAPH-FILE                                        ZBNKCAP1
032300        OPEN I-O BNKCAPH-FILE                                     ZBNKCAP1
032400     END-IF.                                                      ZBNKCAP1
032500     IF WS-BNKCAPH-STATUS IS NOT EQUAL TO '00'                    ZBNKCAP1
032600        MOVE 'BNKCAPH file open failure...'                       ZBNKCAP1
032700          TO WS-CONSOLE-MESSAGE                                   ZBNKCAP1
032800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAP1
032900        MOVE WS-BNKCAPH-STATUS TO WS-IO-STATUS                    ZBNKCAP1
033000        PERFORM DISPLAY-IO-STATUS                                 ZBNKCAP1
033100        PERFORM ABORT-PROGRAM                                     ZBNKCAP1
033200     END-IF.                                                      ZBNKCAP1
033300     OPEN OUTPUT PRINTOUT-FILE.                                   ZBNKCAP1
033400     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCAP1
033500        MOVE 'PRINTOUT file open failure...'                      ZBNKCAP1
033600          TO WS-CONSOLE-MESSAGE                                   ZBNKCAP1
033700        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAP1
033800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   ZBNKCAP1
033900        PERFORM DISPLAY-IO-STATUS                                 ZBNKCAP1
034000        PERFORM ABORT-PROGRAM                                     ZBNKCAP1
034100     END-IF.                                                      ZBNKCAP1
034200                                                                  ZBNKCAP1
034300     MOVE WS-TODAY TO WS-RPT1-DATE.                               ZBNKCAP1
034400     MOVE WS-RPT1 TO PRINTOUT-REC.                                ZBNKCAP1
034500     PERFORM PRINTOUT-PUT.                                        ZBNKCAP1
034600     MOVE WS-HEAD1 TO PRINTOUT-REC.                               ZBNKCAP1
034700     PERFORM PRINTOUT-PUT.                                        ZBNKCAP1
034800                                                                  ZBNKCAP1
034900     MOVE 1 TO WS-CUR.                                            ZBNKCAP1
035000 MAIN-CLUSTER-LOOP.                                               ZBNKCAP1
035100     IF WS-CUR IS GREATER THAN WS-CL-COUNT                        ZBNKCAP1
035200        GO TO MAIN-CLUSTER-DONE                                   ZBNKCAP1
035300     END-IF.                                                      ZBNKCAP1
035400     PERFORM REPORT-CLUSTER THRU REPORT-CLUSTER-EXIT.             ZBNKCAP1
035500     ADD 1 TO WS-CUR.                                             ZBNKCAP1
035600     GO TO MAIN-CLUSTER-LOOP.                                     ZBNKCAP1
035700 MAIN-CLUSTER-DONE.                                               ZBNKCAP1
035800                                                                  ZBNKCAP1
035900     PERFORM PRINT-SUMMARY.                                       ZBNKCAP1
036000     CLOSE BNKCAPH-FILE.                                          ZBNKCAP1
036100     CLOSE PRINTOUT-FILE.                                         ZBNKCAP1
036200                                                                  ZBNKCAP1
036300     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     ZBNKCAP1
036400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCAP1
036500                                                                  ZBNKCAP1
036600     PERFORM RUN-TIME.                                            ZBNKCAP1
036700                                                                  ZBNKCAP1
036800     IF WS-NEAR-FULL IS GREATER THAN ZERO OR                      ZBNKCAP1
036900        WS-FULL-SOON IS GREATER THAN ZERO OR                      ZBNKCAP1
037000        WS-NO-RETENTION IS GREATER THAN ZERO                      ZBNKCAP1
037100        MOVE 4 TO RETURN-CODE                                     ZBNKCAP1
037200     ELSE                                                         ZBNKCAP1
037300        MOVE 0 TO RETURN-CODE                                     ZBNKCAP1
037400     END-IF.                                                      ZBNKCAP1
037500                                                                  ZBNKCAP1
037600     GOBACK.                                                      ZBNKCAP1
037700                                                                  ZBNKCAP1
037800***************************************************************** ZBNKCAP1
037900* Load the names RETTAB gives a retention period                * ZBNKCAP1
038000***************************************************************** ZBNKCAP1
038100 LOAD-RETENTION.                                                  ZBNKCAP1
038200     OPEN INPUT RETTAB-FILE.                                      ZBNKCAP1
038300     IF WS-RETTAB-STATUS IS NOT EQUAL TO '00'                     ZBNKCAP1
038400        MOVE 'RETTAB file open failure...'                        ZBNKCAP1
038500          TO WS-CONSOLE-MESSAGE                                   ZBNKCAP1
038600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAP1
038700        MOVE WS-RETTAB-STATUS TO WS-IO-STATUS                     ZBNKCAP1
038800        PERFORM DISPLAY-IO-STATUS                                 ZBNKCAP1
038900        PERFORM ABORT-PROGRAM                                     ZBNKCAP1
039000     END-IF.                                                      ZBNKCAP1
039100 LOAD-RETENTION-LOOP.                                             ZBNKCAP1
039200     READ RETTAB-FILE.                                            ZBNKCAP1
039300     IF WS-RETTAB-STATUS IS EQUAL TO '10'                         ZBNKCAP1
039400        GO TO LOAD-RETENTION-DONE                                 ZBNKCAP1
039500     END-IF.                                                      ZBNKCAP1
039600     IF WS-RETTAB-STATUS IS NOT EQUAL TO '00'                     ZBNKCAP1
039700        MOVE 'RETTAB read error...' TO WS-CONSOLE-MESSAGE         ZBNKCAP1
039800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAP1
039900        MOVE WS-RETTAB-STATUS TO WS-IO-STATUS                     ZBNKCAP1
040000        PERFORM DISPLAY-IO-STATUS                                 ZBNKCAP1
040100        PERFORM ABORT-PROGRAM                                     ZBNKCAP1
040200     END-IF.                                                      ZBNKCAP1
040300     IF RET-FILE-NAME IS EQUAL TO SPACES OR                       ZBNKCAP1
040400        RET-FILE-NAME (1:1) IS EQUAL TO '*'                       ZBNKCAP1
040500        GO TO LOAD-RETENTION-LOOP                                 ZBNKCAP1
040600     END-IF.                                                      ZBNKCAP1
040700     IF WS-RET-COUNT IS NOT LESS THAN 50                          ZBNKCAP1
040800        GO TO LOAD-RETENTION-LOOP                                 ZBNKCAP1
040900     END-IF.                                                      ZBNKCAP1
041000     ADD 1 TO WS-RET-COUNT.                                       ZBNKCAP1
041100     MOVE RET-FILE-NAME TO WS-RET-FILE (WS-RET-COUNT).            ZBNKCAP1
041200     GO TO LOAD-RETENTION-LOOP.                                   ZBNKCAP1
041300 LOAD-RETENTION-DONE.                                             ZBNKCAP1
041400     CLOSE RETTAB-FILE.                                           ZBNKCAP1
041500 LOAD-RETENTION-EXIT.                                             ZBNKCAP1
041600     EXIT.                                                        ZBNKCAP1
041700                                                                  ZBNKCAP1
041800***************************************************************** ZBNKCAP1
041900* Pick the BNK clusters out of the LISTCAT listing.  A CLUSTER  * ZBNKCAP1
042000* line starts a new entry; the statistics and allocation lines  * ZBNKCAP1
042100* that follow its DATA line belong to it.  INDEX, AIX and PATH  * ZBNKCAP1
042200* entries are passed over.                                      * ZBNKCAP1
042300***************************************************************** ZBNKCAP1
042400 LOAD-LISTCAT.                                                    ZBNKCAP1
042500     OPEN INPUT LISTCAT-FILE.                                     ZBNKCAP1
042600     IF WS-LISTCAT-STATUS IS NOT EQUAL TO '00'                    ZBNKCAP1
042700        MOVE 'LISTCAT file open failure...'                       ZBNKCAP1
042800          TO WS-CONSOLE-MESSAGE                                   ZBNKCAP1
042900        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAP1
043000        MOVE WS-LISTCAT-STATUS TO WS-IO-STATUS                    ZBNKCAP1
043100        PERFORM DISPLAY-IO-STATUS                                 ZBNKCAP1
043200        PERFORM ABORT-PROGRAM                                     ZBNKCAP1
043300     END-IF.                                                      ZBNKCAP1
043400     MOVE ZERO TO WS-CUR.                                         ZBNKCAP1
043500     MOVE SPACE TO WS-COMPONENT.                                  ZBNKCAP1
043600 LOAD-LISTCAT-LOOP.                                               ZBNKCAP1
043700     READ LISTCAT-FILE.                                           ZBNKCAP1
043800     IF WS-LISTCAT-STATUS IS EQUAL TO '10'                        ZBNKCAP1
043900        GO TO LOAD-LISTCAT-DONE                                   ZBNKCAP1
044000     END-IF.                                                      ZBNKCAP1
044100     IF WS-LISTCAT-STATUS IS NOT EQUAL TO '00'                    ZBNKCAP1
044200        MOVE 'LISTCAT read error...' TO WS-CONSOLE-MESSAGE        ZBNKCAP1
044300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAP1
044400        MOVE WS-LISTCAT-STATUS TO WS-IO-STATUS                    ZBNKCAP1
044500        PERFORM DISPLAY-IO-STATUS                                 ZBNKCAP1
044600        PERFORM ABORT-PROGRAM                                     ZBNKCAP1
044700     END-IF.                                                      ZBNKCAP1
044800     MOVE 'CLUSTER ---' TO WS-KEYWORD.                            ZBNKCAP1
044900     MOVE 11 TO WS-KEY-LEN.                                       ZBNKCAP1
045000     PERFORM FIND-KEYWORD.                                        ZBNKCAP1
045100     IF WS-POS IS LESS THAN 133                                   ZBNKCAP1
045200        PERFORM START-CLUSTER THRU START-CLUSTER-EXIT             ZBNKCAP1
045300        GO TO LOAD-LISTCAT-LOOP                                   ZBNKCAP1
045400     END-IF.                                                      ZBNKCAP1
045500     MOVE 'AIX ---' TO WS-KEYWORD.                                ZBNKCAP1
045600     MOVE 7 TO WS-KEY-LEN.                                        ZBNKCAP1
045700     PERFORM FIND-KEYWORD.                                        ZBNKCAP1
045800     IF WS-POS IS LESS THAN 133                                   ZBNKCAP1
045900        MOVE ZERO TO WS-CUR                                       ZBNKCAP1
046000        GO TO LOAD-LISTCAT-LOOP                                   ZBNKCAP1
046100     END-IF.                                                      ZBNKCAP1
046200     MOVE 'PATH ---' TO WS-KEYWORD.                               ZBNKCAP1
046300     MOVE 8 TO WS-KEY-LEN.                                        ZBNKCAP1
046400     PERFORM FIND-KEYWORD.                                        ZBNKCAP1
046500     IF WS-POS IS LESS THAN 133                                   ZBNKCAP1
046600        MOVE ZERO TO WS-CUR                                       ZBNKCAP1
046700        GO TO LOAD-LISTCAT-LOOP                                   ZBNKCAP1
046800     END-IF.                                                      ZBNKCAP1
046900     IF WS-CUR IS EQUAL TO ZERO                                   ZBNKCAP1
047000        GO TO LOAD-LISTCAT-LOOP                                   ZBNKCAP1
047100     END-IF.                                                      ZBNKCAP1
047200     MOVE 'DATA ---' TO WS-KEYWORD.                               ZBNKCAP1
047300     MOVE 8 TO WS-KEY-LEN.                                        ZBNKCAP1
047400     PERFORM FIND-KEYWORD.                                        ZBNKCAP1
047500     IF WS-POS IS LESS THAN 133                                   ZBNKCAP1
047600        MOVE 'D' TO WS-COMPONENT                                  ZBNKCAP1
047700        GO TO LOAD-LISTCAT-LOOP                                   ZBNKCAP1
047800     END-IF.                                                      ZBNKCAP1
047900     MOVE 'INDEX ---' TO WS-KEYWORD.                              ZBNKCAP1
048000     MOVE 9 TO WS-KEY-LEN.                                        ZBNKCAP1
048100     PERFORM FIND-KEYWORD.                                        ZBNKCAP1
048200     IF WS-POS IS LESS THAN 133                                   ZBNKCAP1
048300        MOVE 'I' TO WS-COMPONENT                                  ZBNKCAP1
048400        GO TO LOAD-LISTCAT-LOOP                                   ZBNKCAP1
048500     END-IF.                                                      ZBNKCAP1
048600     IF NOT WS-IN-DATA                                            ZBNKCAP1
048700        GO TO LOAD-LISTCAT-LOOP                                   ZBNKCAP1
048800     END-IF.                                                      ZBNKCAP1
048900     MOVE 'REC-TOTAL' TO WS-KEYWORD.                              ZBNKCAP1
049000     MOVE 9 TO WS-KEY-LEN.                                        ZBNKCAP1
049100     PERFORM GET-LISTCAT-NUMBER THRU GET-LISTCAT-NUMBER-EXIT.     ZBNKCAP1
049200     IF WS-NUMBER-FOUND                                           ZBNKCAP1
049300        MOVE WS-NUMBER TO WS-CL-RECORDS (WS-CUR)                  ZBNKCAP1
049400     END-IF.                                                      ZBNKCAP1
049500     MOVE 'HI-A-RBA' TO WS-KEYWORD.                               ZBNKCAP1
049600     MOVE 8 TO WS-KEY-LEN.                                        ZBNKCAP1
049700     PERFORM GET-LISTCAT-NUMBER THRU GET-LISTCAT-NUMBER-EXIT.     ZBNKCAP1
049800     IF WS-NUMBER-FOUND                                           ZBNKCAP1
049900        MOVE WS-NUMBER TO WS-CL-ALLOC (WS-CUR)                    ZBNKCAP1
050000     END-IF.                                                      ZBNKCAP1
050100     MOVE 'HI-U-RBA' TO WS-KEYWORD.                               ZBNKCAP1
050200     MOVE 8 TO WS-KEY-LEN.                                        ZBNKCAP1
050300     PERFORM GET-LISTCAT-NUMBER THRU GET-LISTCAT-NUMBER-EXIT.     ZBNKCAP1
050400     IF WS-NUMBER-FOUND                                           ZBNKCAP1
050500        MOVE WS-NUMBER TO WS-CL-USED (WS-CUR)                     ZBNKCAP1
050600     END-IF.                                                      ZBNKCAP1
050700     GO TO LOAD-LISTCAT-LOOP.                                     ZBNKCAP1
050800 LOAD-LISTCAT-DONE.                                               ZBNKCAP1
050900     CLOSE LISTCAT-FILE.                                          ZBNKCAP1
051000     IF WS-CL-COUNT IS EQUAL TO ZERO                              ZBNKCAP1
051100        MOVE 'No BNK clusters in the LISTCAT listing'             ZBNKCAP1
051200          TO WS-CONSOLE-MESSAGE                                   ZBNKCAP1
051300        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAP1
051400        PERFORM ABORT-PROGRAM                                     ZBNKCAP1
051500     END-IF.                                                      ZBNKCAP1
051600 LOAD-LISTCAT-EXIT.                                               ZBNKCAP1
051700     EXIT.                                                        ZBNKCAP1
051800                                                                  ZBNKCAP1
051900***************************************************************** ZBNKCAP1
052000* Position of WS-KEYWORD in the LISTCAT line - 133 when absent  * ZBNKCAP1
052100***************************************************************** ZBNKCAP1
052200 FIND-KEYWORD.                                                    ZBNKCAP1
052300     MOVE ZERO TO WS-POS.                                         ZBNKCAP1
052400     INSPECT LISTCAT-REC TALLYING WS-POS                          ZBNKCAP1
052500       FOR CHARACTERS BEFORE INITIAL WS-KEYWORD (1:WS-KEY-LEN).   ZBNKCAP1
052600                                                                  ZBNKCAP1
052700***************************************************************** ZBNKCAP1
052800* A CLUSTER line - take the last qualifier of the name and, if  * ZBNKCAP1
052900* it is a BNK cluster, make it the current table entry          * ZBNKCAP1
053000***************************************************************** ZBNKCAP1
053100 START-CLUSTER.                                                   ZBNKCAP1
053200     MOVE ZERO TO WS-CUR.                                         ZBNKCAP1
053300     MOVE SPACE TO WS-COMPONENT.                                  ZBNKCAP1
053400     COMPUTE WS-SUB = WS-POS + 1 + WS-KEY-LEN.                    ZBNKCAP1
053500 START-CLUSTER-SKIP.                                              ZBNKCAP1
053600     IF WS-SUB IS GREATER THAN 133                                ZBNKCAP1
053700        GO TO START-CLUSTER-EXIT                                  ZBNKCAP1
053800     END-IF.                                                      ZBNKCAP1
053900     IF LISTCAT-REC (WS-SUB:1) IS EQUAL TO '-' OR                 ZBNKCAP1
054000        LISTCAT-REC (WS-SUB:1) IS EQUAL TO SPACE                  ZBNKCAP1
054100        ADD 1 TO WS-SUB                                           ZBNKCAP1
054200        GO TO START-CLUSTER-SKIP                                  ZBNKCAP1
054300     END-IF.                                                      ZBNKCAP1
054400     MOVE SPACES TO WS-DSNAME.                                    ZBNKCAP1
054500     MOVE ZERO TO WS-SUB2.                                        ZBNKCAP1
054600     MOVE ZERO TO WS-DOT.                                         ZBNKCAP1
054700 START-CLUSTER-NAME.                                              ZBNKCAP1
054800     IF WS-SUB IS GREATER THAN 133 OR                             ZBNKCAP1
054900        WS-SUB2 IS NOT LESS THAN 44                               ZBNKCAP1
055000        GO TO START-CLUSTER-QUALIFIER                             ZBNKCAP1
055100     END-IF.                                                      ZBNKCAP1
055200     IF LISTCAT-REC (WS-SUB:1) IS EQUAL TO SPACE                  ZBNKCAP1
055300        GO TO START-CLUSTER-QUALIFIER                             ZBNKCAP1
055400     END-IF.                                                      ZBNKCAP1
055500     ADD 1 TO WS-SUB2.                                            ZBNKCAP1
055600     MOVE LISTCAT-REC (WS-SUB:1) TO WS-DSNAME (WS-SUB2:1).        ZBNKCAP1
055700     IF LISTCAT-REC (WS-SUB:1) IS EQUAL TO '.'                    ZBNKCAP1
055800        MOVE WS-SUB2 TO WS-DOT                                    ZBNKCAP1
055900     END-IF.                                                      ZBNKCAP1
056000     ADD 1 TO WS-SUB.                                             ZBNKCAP1
056100     GO TO START-CLUSTER-NAME.                                    ZBNKCAP1
056200 START-CLUSTER-QUALIFIER.                                         ZBNKCAP1
056300     IF WS-SUB2 - WS-DOT IS GREATER THAN 8 OR                     ZBNKCAP1
056400        WS-SUB2 IS EQUAL TO WS-DOT                                ZBNKCAP1
056500        GO TO START-CLUSTER-EXIT                                  ZBNKCAP1
056600     END-IF.                                                      ZBNKCAP1
056700     MOVE WS-DSNAME (WS-DOT + 1:WS-SUB2 - WS-DOT) TO WS-QUALIFIER.ZBNKCAP1
056800     IF WS-QUALIFIER (1:3) IS NOT EQUAL TO 'BNK'                  ZBNKCAP1
056900        GO TO START-CLUSTER-EXIT                                  ZBNKCAP1
057000     END-IF.                                                      ZBNKCAP1
057100     MOVE 1 TO WS-SUB.                                            ZBNKCAP1
057200 START-CLUSTER-FIND.                                              ZBNKCAP1
057300     IF WS-SUB IS GREATER THAN WS-CL-COUNT                        ZBNKCAP1
057400        GO TO START-CLUSTER-ADD                                   ZBNKCAP1
057500     END-IF.                                                      ZBNKCAP1
057600     IF WS-CL-NAME (WS-SUB) IS EQUAL TO WS-QUALIFIER              ZBNKCAP1
057700        MOVE WS-SUB TO WS-CUR                                     ZBNKCAP1
057800        GO TO START-CLUSTER-EXIT                                  ZBNKCAP1
057900     END-IF.                                                      ZBNKCAP1
058000     ADD 1 TO WS-SUB.                                             ZBNKCAP1
058100     GO TO START-CLUSTER-FIND.                                    ZBNKCAP1
058200 START-CLUSTER-ADD.                                               ZBNKCAP1
058300     IF WS-CL-COUNT IS NOT LESS THAN 200                          ZBNKCAP1
058400        MOVE 'Cluster table full - cluster dropped'               ZBNKCAP1
058500          TO WS-CONSOLE-MESSAGE                                   ZBNKCAP1
058600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAP1
058700        GO TO START-CLUSTER-EXIT                                  ZBNKCAP1
058800     END-IF.                                                      ZBNKCAP1
058900     ADD 1 TO WS-CL-COUNT.                                        ZBNKCAP1
059000     MOVE WS-CL-COUNT TO WS-CUR.                                  ZBNKCAP1
059100     MOVE WS-QUALIFIER TO WS-CL-NAME (WS-CUR).                    ZBNKCAP1
059200     MOVE ZERO TO WS-CL-RECORDS (WS-CUR).                         ZBNKCAP1
059300     MOVE ZERO TO WS-CL-ALLOC (WS-CUR).                           ZBNKCAP1
059400     MOVE ZERO TO WS-CL-USED (WS-CUR).                            ZBNKCAP1
059500     PERFORM SET-RETENTION THRU SET-RETENTION-EXIT.               ZBNKCAP1
059600 START-CLUSTER-EXIT.                                              ZBNKCAP1
059700     EXIT.                                                        ZBNKCAP1
059800                                                                  ZBNKCAP1
059900***************************************************************** ZBNKCAP1
060000* Which purge job keeps the current cluster in check, if any    * ZBNKCAP1
060100***************************************************************** ZBNKCAP1
060200 SET-RETENTION.                                                   ZBNKCAP1
060300     MOVE SPACES TO WS-CL-RETENTION (WS-CUR).                     ZBNKCAP1
060400     IF WS-CL-NAME (WS-CUR) IS EQUAL TO 'BNKTXN'                  ZBNKCAP1
060500        MOVE 'ZBNKARC1' TO WS-CL-RETENTION (WS-CUR)               ZBNKCAP1
060600        GO TO SET-RETENTION-EXIT                                  ZBNKCAP1
060700     END-IF.                                                      ZBNKCAP1
060800     MOVE 1 TO WS-SUB.                                            ZBNKCAP1
060900 SET-RETENTION-HKP.                                               ZBNKCAP1
061000     IF WS-SUB IS GREATER THAN 6                                  ZBNKCAP1
061100        GO TO SET-RETENTION-EXIT                                  ZBNKCAP1
061200     END-IF.                                                      ZBNKCAP1
061300     IF WS-HKP-FILE (WS-SUB) IS NOT EQUAL TO WS-CL-NAME (WS-CUR)  ZBNKCAP1
061400        ADD 1 TO WS-SUB                                           ZBNKCAP1
061500        GO TO SET-RETENTION-HKP                                   ZBNKCAP1
061600     END-IF.                                                      ZBNKCAP1
061700     MOVE 1 TO WS-SUB.                                            ZBNKCAP1
061800 SET-RETENTION-RETTAB.                                            ZBNKCAP1
061900     IF WS-SUB IS GREATER THAN WS-RET-COUNT                       ZBNKCAP1
062000        GO TO SET-RETENTION-EXIT                                  ZBNKCAP1
062100     END-IF.                                                      ZBNKCAP1
062200     IF WS-RET-FILE (WS-SUB) IS EQUAL TO WS-CL-NAME (WS-CUR)      ZBNKCAP1
062300        MOVE 'ZBNKHKP1' TO WS-CL-RETENTION (WS-CUR)               ZBNKCAP1
062400        GO TO SET-RETENTION-EXIT                                  ZBNKCAP1
062500     END-IF.                                                      ZBNKCAP1
062600     ADD 1 TO WS-SUB.                                             ZBNKCAP1
062700     GO TO SET-RETENTION-RETTAB.                                  ZBNKCAP1
062800 SET-RETENTION-EXIT.                                              ZBNKCAP1
062900     EXIT.                                                        ZBNKCAP1
063000                                                                  ZBNKCAP1
063100***************************************************************** ZBNKCAP1
063200* The number after WS-KEYWORD on a LISTCAT line - the keyword   * ZBNKCAP1
063300* is padded out with dashes, and the number may carry commas    * ZBNKCAP1
063400***************************************************************** ZBNKCAP1
063500 GET-LISTCAT-NUMBER.                                              ZBNKCAP1
063600     MOVE 'N' TO WS-NUMBER-SW.                                    ZBNKCAP1
063700     MOVE ZERO TO WS-NUMBER.                                      ZBNKCAP1
063800     PERFORM FIND-KEYWORD.                                        ZBNKCAP1
063900     IF WS-POS IS NOT LESS THAN 133                               ZBNKCAP1
064000        GO TO GET-LISTCAT-NUMBER-EXIT                             ZBNKCAP1
064100     END-IF.                                                      ZBNKCAP1
064200     COMPUTE WS-SUB = WS-POS + 1 + WS-KEY-LEN.                    ZBNKCAP1
064300 GET-LISTCAT-NUMBER-SKIP.                                         ZBNKCAP1
064400     IF WS-SUB IS GREATER THAN 133                                ZBNKCAP1
064500        GO TO GET-LISTCAT-NUMBER-EXIT                             ZBNKCAP1
064600     END-IF.                                                      ZBNKCAP1
064700     IF LISTCAT-REC (WS-SUB:1) IS EQUAL TO '-'                    ZBNKCAP1
064800        ADD 1 TO WS-SUB                                           ZBNKCAP1
064900        GO TO GET-LISTCAT-NUMBER-SKIP                             ZBNKCAP1
065000     END-IF.                                                      ZBNKCAP1
065100 GET-LISTCAT-NUMBER-DIGIT.                                        ZBNKCAP1
065200     IF WS-SUB IS GREATER THAN 133                                ZBNKCAP1
065300        GO TO GET-LISTCAT-NUMBER-EXIT                             ZBNKCAP1
065400     END-IF.                                                      ZBNKCAP1
065500     IF LISTCAT-REC (WS-SUB:1) IS EQUAL TO ','                    ZBNKCAP1
065600        ADD 1 TO WS-SUB                                           ZBNKCAP1
065700        GO TO GET-LISTCAT-NUMBER-DIGIT                            ZBNKCAP1
065800     END-IF.                                                      ZBNKCAP1
065900     IF LISTCAT-REC (WS-SUB:1) IS NOT NUMERIC                     ZBNKCAP1
066000        GO TO GET-LISTCAT-NUMBER-EXIT                             ZBNKCAP1
066100     END-IF.                                                      ZBNKCAP1
066200     MOVE LISTCAT-REC (WS-SUB:1) TO WS-DIGIT-X.                   ZBNKCAP1
066300     COMPUTE WS-NUMBER = WS-NUMBER * 10 + WS-DIGIT.               ZBNKCAP1
066400     SET WS-NUMBER-FOUND TO TRUE.                                 ZBNKCAP1
066500     ADD 1 TO WS-SUB.                                             ZBNKCAP1
066600     GO TO GET-LISTCAT-NUMBER-DIGIT.                              ZBNKCAP1
066700 GET-LISTCAT-NUMBER-EXIT.                                         ZBNKCAP1
066800     EXIT.                                                        ZBNKCAP1
066900                                                                  ZBNKCAP1
067000***************************************************************** ZBNKCAP1
067100* One cluster - read its history, record this run, work out     * ZBNKCAP1
067200* its growth and when it fills, and print it                    * ZBNKCAP1
067300***************************************************************** ZBNKCAP1
067400 REPORT-CLUSTER.                                                  ZBNKCAP1
067500     MOVE ZERO TO WS-TR-COUNT.                                    ZBNKCAP1
067600     MOVE 'N' TO WS-HAVE-PREV.                                    ZBNKCAP1
067700     MOVE ZERO TO WS-PREV-RECORDS.                                ZBNKCAP1
067800     MOVE LOW-VALUES TO CPH-KEY.                                  ZBNKCAP1
067900     MOVE WS-CL-NAME (WS-CUR) TO CPH-REC-CLUSTER.                 ZBNKCAP1
068000     START BNKCAPH-FILE KEY IS NOT LESS THAN CPH-KEY.             ZBNKCAP1
068100     IF WS-BNKCAPH-STATUS IS EQUAL TO '23'                        ZBNKCAP1
068200        GO TO REPORT-CLUSTER-HISTORY-DONE                         ZBNKCAP1
068300     END-IF.                                                      ZBNKCAP1
068400     IF WS-BNKCAPH-STATUS IS NOT EQUAL TO '00'                    ZBNKCAP1
068500        MOVE 'BNKCAPH start error...' TO WS-CONSOLE-MESSAGE       ZBNKCAP1
068600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAP1
068700        MOVE WS-BNKCAPH-STATUS TO WS-IO-STATUS                    ZBNKCAP1
068800        PERFORM DISPLAY-IO-STATUS                                 ZBNKCAP1
068900        PERFORM ABORT-PROGRAM                                     ZBNKCAP1
069000     END-IF.                                                      ZBNKCAP1
069100 REPORT-CLUSTER-HISTORY.                                          ZBNKCAP1
069200     READ BNKCAPH-FILE NEXT RECORD.                               ZBNKCAP1
069300     IF WS-BNKCAPH-STATUS IS EQUAL TO '10'                        ZBNKCAP1
069400        GO TO REPORT-CLUSTER-HISTORY-DONE                         ZBNKCAP1
069500     END-IF.                                                      ZBNKCAP1
069600     IF WS-BNKCAPH-STAT1 IS NOT EQUAL TO '0'                      ZBNKCAP1
069700        MOVE 'BNKCAPH read error...' TO WS-CONSOLE-MESSAGE        ZBNKCAP1
069800        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAP1
069900        MOVE WS-BNKCAPH-STATUS TO WS-IO-STATUS                    ZBNKCAP1
070000        PERFORM DISPLAY-IO-STATUS                                 ZBNKCAP1
070100        PERFORM ABORT-PROGRAM                                     ZBNKCAP1
070200     END-IF.                                                      ZBNKCAP1
070300     IF CPH-REC-CLUSTER IS NOT EQUAL TO WS-CL-NAME (WS-CUR)       ZBNKCAP1
070400        GO TO REPORT-CLUSTER-HISTORY-DONE                         ZBNKCAP1
070500     END-IF.                                                      ZBNKCAP1
070600     IF CPH-REC-RUN-DATE IS NOT LESS THAN WS-TODAY                ZBNKCAP1
070700        GO TO REPORT-CLUSTER-HISTORY                              ZBNKCAP1
070800     END-IF.                                                      ZBNKCAP1
070900     IF WS-TR-COUNT IS NOT LESS THAN 11                           ZBNKCAP1
071000        PERFORM SHIFT-TREND THRU SHIFT-TREND-EXIT                 ZBNKCAP1
071100     END-IF.                                                      ZBNKCAP1
071200     ADD 1 TO WS-TR-COUNT.                                        ZBNKCAP1
071300     MOVE CPH-REC-RUN-DATE TO WS-TR-DATE (WS-TR-COUNT).           ZBNKCAP1
071400     MOVE CPH-REC-RECORDS TO WS-TR-RECORDS (WS-TR-COUNT).         ZBNKCAP1
071500     MOVE CPH-REC-USED-BYTES TO WS-TR-USED (WS-TR-COUNT).         ZBNKCAP1
071600     MOVE CPH-REC-RECORDS TO WS-PREV-RECORDS.                     ZBNKCAP1
071700     SET WS-PREV-RUN TO TRUE.                                     ZBNKCAP1
071800     GO TO REPORT-CLUSTER-HISTORY.                                ZBNKCAP1
071900 REPORT-CLUSTER-HISTORY-DONE.                                     ZBNKCAP1
072000     ADD 1 TO WS-TR-COUNT.                                        ZBNKCAP1
072100     MOVE WS-TODAY TO WS-TR-DATE (WS-TR-COUNT).                   ZBNKCAP1
072200     MOVE WS-CL-RECORDS (WS-CUR) TO WS-TR-RECORDS (WS-TR-COUNT).  ZBNKCAP1
072300     MOVE WS-CL-USED (WS-CUR) TO WS-TR-USED (WS-TR-COUNT).        ZBNKCAP1
072400     IF WS-PREV-RUN                                               ZBNKCAP1
072500        COMPUTE WS-CHANGE =                                       ZBNKCAP1
072600                WS-CL-RECORDS (WS-CUR) - WS-PREV-RECORDS          ZBNKCAP1
072700     ELSE                                                         ZBNKCAP1
072800        MOVE ZERO TO WS-CHANGE                                    ZBNKCAP1
072900     END-IF.                                                      ZBNKCAP1
073000                                                                  ZBNKCAP1
073100     MOVE SPACES TO CPH-RECORD.                                   ZBNKCAP1
073200     MOVE WS-CL-NAME (WS-CUR) TO CPH-REC-CLUSTER.                 ZBNKCAP1
073300     MOVE WS-TODAY TO CPH-REC-RUN-DATE.                           ZBNKCAP1
073400     MOVE WS-CL-RECORDS (WS-CUR) TO CPH-REC-RECORDS.              ZBNKCAP1
073500     MOVE WS-CHANGE TO CPH-REC-CHANGE.                            ZBNKCAP1
073600     MOVE WS-CL-ALLOC (WS-CUR) TO CPH-REC-ALLOC-BYTES.            ZBNKCAP1
073700     MOVE WS-CL-USED (WS-CUR) TO CPH-REC-USED-BYTES.              ZBNKCAP1
073800     MOVE WS-CL-RETENTION (WS-CUR) TO CPH-REC-RETENTION.          ZBNKCAP1
073900     WRITE BNKCAPH-REC.                                           ZBNKCAP1
074000     IF WS-BNKCAPH-STATUS IS EQUAL TO '22'                        ZBNKCAP1
074100        REWRITE BNKCAPH-REC                                       ZBNKCAP1
074200     END-IF.                                                      ZBNKCAP1
074300     IF WS-BNKCAPH-STATUS IS NOT EQUAL TO '00'                    ZBNKCAP1
074400        MOVE 'BNKCAPH write error...' TO WS-CONSOLE-MESSAGE       ZBNKCAP1
074500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAP1
074600        MOVE WS-BNKCAPH-STATUS TO WS-IO-STATUS                    ZBNKCAP1
074700        PERFORM DISPLAY-IO-STATUS                                 ZBNKCAP1
074800        PERFORM ABORT-PROGRAM                                     ZBNKCAP1
074900     END-IF.                                                      ZBNKCAP1
075000     ADD 1 TO WS-HISTORY-WRITTEN.                                 ZBNKCAP1
075100                                                                  ZBNKCAP1
075200     PERFORM PROJECT-CLUSTER THRU PROJECT-CLUSTER-EXIT.           ZBNKCAP1
075300     PERFORM PRINT-CLUSTER THRU PRINT-CLUSTER-EXIT.               ZBNKCAP1
075400     ADD 1 TO WS-CLUSTERS-REPORTED.                               ZBNKCAP1
075500 REPORT-CLUSTER-EXIT.                                             ZBNKCAP1
075600     EXIT.                                                        ZBNKCAP1
075700                                                                  ZBNKCAP1
075800***************************************************************** ZBNKCAP1
075900* Drop the oldest history point to make room for the next       * ZBNKCAP1
076000***************************************************************** ZBNKCAP1
076100 SHIFT-TREND.                                                     ZBNKCAP1
076200     MOVE 1 TO WS-SUB.                                            ZBNKCAP1
076300 SHIFT-TREND-LOOP.                                                ZBNKCAP1
076400     IF WS-SUB IS NOT LESS THAN WS-TR-COUNT                       ZBNKCAP1
076500        GO TO SHIFT-TREND-DONE                                    ZBNKCAP1
076600     END-IF.                                                      ZBNKCAP1
076700     COMPUTE WS-SUB2 = WS-SUB + 1.                                ZBNKCAP1
076800     MOVE WS-TR-ENTRY (WS-SUB2) TO WS-TR-ENTRY (WS-SUB).          ZBNKCAP1
076900     ADD 1 TO WS-SUB.                                             ZBNKCAP1
077000     GO TO SHIFT-TREND-LOOP.                                      ZBNKCAP1
077100 SHIFT-TREND-DONE.                                                ZBNKCAP1
077200     SUBTRACT 1 FROM WS-TR-COUNT.                                 ZBNKCAP1
077300 SHIFT-TREND-EXIT.                                                ZBNKCAP1
077400     EXIT.                                                        ZBNKCAP1
077500                                                                  ZBNKCAP1
077600***************************************************************** ZBNKCAP1
077700* Weekly growth in used space from the oldest point on the      * ZBNKCAP1
077800* trend to this run, and the weeks left before the used space   * ZBNKCAP1
077900* reaches the allocation at that rate                           * ZBNKCAP1
078000***************************************************************** ZBNKCAP1
078100 PROJECT-CLUSTER.                                                 ZBNKCAP1
078200     MOVE ZERO TO WS-GROWTH.                                      ZBNKCAP1
078300     MOVE ZERO TO WS-PCT.                                         ZBNKCAP1
078400     MOVE -1 TO WS-WEEKS.                                         ZBNKCAP1
078500     IF WS-CL-ALLOC (WS-CUR) IS GREATER THAN ZERO                 ZBNKCAP1
078600        COMPUTE WS-PCT = WS-CL-USED (WS-CUR) * 100                ZBNKCAP1
078700                       / WS-CL-ALLOC (WS-CUR)                     ZBNKCAP1
078800     END-IF.                                                      ZBNKCAP1
078900     IF WS-TR-COUNT IS LESS THAN 2                                ZBNKCAP1
079000        GO TO PROJECT-CLUSTER-EXIT                                ZBNKCAP1
079100     END-IF.                                                      ZBNKCAP1
079200     MOVE WS-TR-DATE (1) TO WS-WORK-DATE.                         ZBNKCAP1
079300     PERFORM DATE-TO-INTEGER.                                     ZBNKCAP1
079400     COMPUTE WS-DAYS = WS-TODAY-INT - WS-WORK-INT.                ZBNKCAP1
079500     IF WS-DAYS IS LESS THAN 7                                    ZBNKCAP1
079600        GO TO PROJECT-CLUSTER-EXIT                                ZBNKCAP1
079700     END-IF.                                                      ZBNKCAP1
079800     COMPUTE WS-GROWTH =                                          ZBNKCAP1
079900             (WS-CL-USED (WS-CUR) - WS-TR-USED (1)) * 7 / WS-DAYS.ZBNKCAP1
080000     IF WS-GROWTH IS NOT GREATER THAN ZERO                        ZBNKCAP1
080100        GO TO PROJECT-CLUSTER-EXIT                                ZBNKCAP1
080200     END-IF.                                                      ZBNKCAP1
080300     COMPUTE WS-FREE = WS-CL-ALLOC (WS-CUR) - WS-CL-USED (WS-CUR).ZBNKCAP1
080400     IF WS-FREE IS LESS THAN ZERO                                 ZBNKCAP1
080500        MOVE ZERO TO WS-FREE                                      ZBNKCAP1
080600     END-IF.                                                      ZBNKCAP1
080700     COMPUTE WS-WEEKS = WS-FREE / WS-GROWTH.                      ZBNKCAP1
080800 PROJECT-CLUSTER-EXIT.                                            ZBNKCAP1
080900     EXIT.                                                        ZBNKCAP1
081000                                                                  ZBNKCAP1
081100***************************************************************** ZBNKCAP1
081200* Print a cluster's line and its trend, counting any warning    * ZBNKCAP1
081300***************************************************************** ZBNKCAP1
081400 PRINT-CLUSTER.                                                   ZBNKCAP1
081500     MOVE 'N' TO WS-FLAG-SW.                                      ZBNKCAP1
081600     MOVE SPACES TO WS-DET-FLAG.                                  ZBNKCAP1
081700     MOVE WS-CL-NAME (WS-CUR) TO WS-DET-CLUSTER.                  ZBNKCAP1
081800     MOVE WS-CL-RECORDS (WS-CUR) TO WS-DET-RECORDS.               ZBNKCAP1
081900     MOVE WS-CHANGE TO WS-DET-CHANGE.                             ZBNKCAP1
082000     COMPUTE WS-DET-USED = WS-CL-USED (WS-CUR) / 1024.            ZBNKCAP1
082100     COMPUTE WS-DET-ALLOC = WS-CL-ALLOC (WS-CUR) / 1024.          ZBNKCAP1
082200     MOVE WS-PCT TO WS-DET-PCT.                                   ZBNKCAP1
082300     COMPUTE WS-DET-GROWTH = WS-GROWTH / 1024.                    ZBNKCAP1
082400     IF WS-WEEKS IS LESS THAN ZERO                                ZBNKCAP1
082500        MOVE '   n/a' TO WS-DET-WEEKS                             ZBNKCAP1
082600        MOVE SPACES TO WS-DET-FULL-BY                             ZBNKCAP1
082700     ELSE                                                         ZBNKCAP1
082800        IF WS-WEEKS IS GREATER THAN 99999                         ZBNKCAP1
082900           MOVE '99999+' TO WS-DET-WEEKS                          ZBNKCAP1
083000           MOVE SPACES TO WS-DET-FULL-BY                          ZBNKCAP1
083100        ELSE                                                      ZBNKCAP1
083200           MOVE WS-WEEKS TO WS-DET-WEEKS-N                        ZBNKCAP1
083300           MOVE WS-DET-WEEKS-N TO WS-DET-WEEKS                    ZBNKCAP1
083400           COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-WEEKS * 7      ZBNKCAP1
083500           PERFORM INTEGER-TO-DATE                                ZBNKCAP1
083600           MOVE WS-WORK-DATE TO WS-DET-FULL-BY                    ZBNKCAP1
083700        END-IF                                                    ZBNKCAP1
083800     END-IF.                                                      ZBNKCAP1
083900     IF WS-CL-RETENTION (WS-CUR) IS EQUAL TO SPACES               ZBNKCAP1
084000        MOVE 'NONE' TO WS-DET-RETENTION                           ZBNKCAP1
084100     ELSE                                                         ZBNKCAP1
084200        MOVE WS-CL-RETENTION (WS-CUR) TO WS-DET-RETENTION         ZBNKCAP1
084300     END-IF.                                                      ZBNKCAP1
084400     IF WS-WEEKS IS NOT LESS THAN ZERO AND                        ZBNKCAP1
084500        WS-WEEKS IS NOT GREATER THAN WS-FULL-SOON-WEEKS           ZBNKCAP1
084600        MOVE 'FULL WITHIN WARNING' TO WS-DET-FLAG                 ZBNKCAP1
084700        ADD 1 TO WS-FULL-SOON                                     ZBNKCAP1
084800        SET WS-FLAGGED TO TRUE                                    ZBNKCAP1
084900     END-IF.                                                      ZBNKCAP1
085000     IF WS-PCT IS NOT LESS THAN WS-NEAR-FULL-PCT                  ZBNKCAP1
085100        IF NOT WS-FLAGGED                                         ZBNKCAP1
085200           MOVE 'NEAR FULL' TO WS-DET-FLAG                        ZBNKCAP1
085300        END-IF                                                    ZBNKCAP1
085400        ADD 1 TO WS-NEAR-FULL                                     ZBNKCAP1
085500        SET WS-FLAGGED TO TRUE                                    ZBNKCAP1
085600     END-IF.                                                      ZBNKCAP1
085700     IF WS-CL-RETENTION (WS-CUR) IS EQUAL TO SPACES AND           ZBNKCAP1
085800        WS-GROWTH IS GREATER THAN ZERO                            ZBNKCAP1
085900        IF NOT WS-FLAGGED                                         ZBNKCAP1
086000           MOVE 'GROWING, NO PURGE' TO WS-DET-FLAG                ZBNKCAP1
086100        END-IF                                                    ZBNKCAP1
086200        ADD 1 TO WS-NO-RETENTION                                  ZBNKCAP1
086300     END-IF.                                                      ZBNKCAP1
086400     MOVE WS-DETAIL TO PRINTOUT-REC.                              ZBNKCAP1
086500     PERFORM PRINTOUT-PUT.                                        ZBNKCAP1
086600                                                                  ZBNKCAP1
086700     MOVE 1 TO WS-SUB.                                            ZBNKCAP1
086800 PRINT-CLUSTER-TREND.                                             ZBNKCAP1
086900     IF WS-SUB IS GREATER THAN 12                                 ZBNKCAP1
087000        GO TO PRINT-CLUSTER-TREND-DONE                            ZBNKCAP1
087100     END-IF.                                                      ZBNKCAP1
087200     IF WS-SUB IS GREATER THAN WS-TR-COUNT                        ZBNKCAP1
087300        MOVE SPACES TO WS-TRD-POINT (WS-SUB)                      ZBNKCAP1
087400     ELSE                                                         ZBNKCAP1
087500        MOVE WS-TR-RECORDS (WS-SUB) TO WS-TRD-RECORDS (WS-SUB)    ZBNKCAP1
087600     END-IF.                                                      ZBNKCAP1
087700     ADD 1 TO WS-SUB.                                             ZBNKCAP1
087800     GO TO PRINT-CLUSTER-TREND.                                   ZBNKCAP1
087900 PRINT-CLUSTER-TREND-DONE.                                        ZBNKCAP1
088000     MOVE WS-TREND TO PRINTOUT-REC.                               ZBNKCAP1
088100     PERFORM PRINTOUT-PUT.                                        ZBNKCAP1
088200 PRINT-CLUSTER-EXIT.                                              ZBNKCAP1
088300     EXIT.                                                        ZBNKCAP1
088400                                                                  ZBNKCAP1
088500***************************************************************** ZBNKCAP1
088600* Run totals                                                    * ZBNKCAP1
088700***************************************************************** ZBNKCAP1
088800 PRINT-SUMMARY.                                                   ZBNKCAP1
088900     MOVE SPACES TO PRINTOUT-REC.                                 ZBNKCAP1
089000     PERFORM PRINTOUT-PUT.                                        ZBNKCAP1
089100     MOVE 'BNK clusters reported' TO WS-RPT3-DESC.                ZBNKCAP1
089200     MOVE WS-CLUSTERS-REPORTED TO WS-RPT3-COUNT.                  ZBNKCAP1
089300     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCAP1
089400     PERFORM PRINTOUT-PUT.                                        ZBNKCAP1
089500     MOVE 'At or over the near-full level' TO WS-RPT3-DESC.       ZBNKCAP1
089600     MOVE WS-NEAR-FULL TO WS-RPT3-COUNT.                          ZBNKCAP1
089700     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCAP1
089800     PERFORM PRINTOUT-PUT.                                        ZBNKCAP1
089900     MOVE 'Full within the warning period' TO WS-RPT3-DESC.       ZBNKCAP1
090000     MOVE WS-FULL-SOON TO WS-RPT3-COUNT.                          ZBNKCAP1
090100     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCAP1
090200     PERFORM PRINTOUT-PUT.                                        ZBNKCAP1
090300     MOVE 'Growing with no purge job' TO WS-RPT3-DESC.            ZBNKCAP1
090400     MOVE WS-NO-RETENTION TO WS-RPT3-COUNT.                       ZBNKCAP1
090500     MOVE WS-RPT3 TO PRINTOUT-REC.                                ZBNKCAP1
090600     PERFORM PRINTOUT-PUT.                                        ZBNKCAP1
090700                                                                  ZBNKCAP1
090800***************************************************************** ZBNKCAP1
090900* YYYY-MM-DD in WS-WORK-DATE to a day number in WS-WORK-INT     * ZBNKCAP1
091000* and back                                                      * ZBNKCAP1
091100***************************************************************** ZBNKCAP1
091200 DATE-TO-INTEGER.                                                 ZBNKCAP1
091300     MOVE WS-WORK-DATE (1:4) TO WS-WORK-YYYY.                     ZBNKCAP1
091400     MOVE WS-WORK-DATE (6:2) TO WS-WORK-MM.                       ZBNKCAP1
091500     MOVE WS-WORK-DATE (9:2) TO WS-WORK-DD.                       ZBNKCAP1
091600     COMPUTE WS-WORK-INT =                                        ZBNKCAP1
091700         FUNCTION INTEGER-OF-DATE (WS-WORK-YYYYMMDD).             ZBNKCAP1
091800                                                                  ZBNKCAP1
091900 INTEGER-TO-DATE.                                                 ZBNKCAP1
092000     COMPUTE WS-WORK-YYYYMMDD =                                   ZBNKCAP1
092100         FUNCTION DATE-OF-INTEGER (WS-WORK-INT).                  ZBNKCAP1
092200     MOVE SPACES TO WS-WORK-DATE.                                 ZBNKCAP1
092300     STRING WS-WORK-YYYY DELIMITED BY SIZE                        ZBNKCAP1
092400            '-'          DELIMITED BY SIZE                        ZBNKCAP1
092500            WS-WORK-MM   DELIMITED BY SIZE                        ZBNKCAP1
092600            '-'          DELIMITED BY SIZE                        ZBNKCAP1
092700            WS-WORK-DD   DELIMITED BY SIZE                        ZBNKCAP1
092800       INTO WS-WORK-DATE.                                         ZBNKCAP1
092900                                                                  ZBNKCAP1
093000***************************************************************** ZBNKCAP1
093100* Write a report line                                           * ZBNKCAP1
093200***************************************************************** ZBNKCAP1
093300 PRINTOUT-PUT.                                                    ZBNKCAP1
093400     WRITE PRINTOUT-REC.                                          ZBNKCAP1
093500     IF WS-PRINTOUT-STATUS IS NOT EQUAL TO '00'                   ZBNKCAP1
093600       MOVE 'PRINTOUT error writing file...'                      ZBNKCAP1
093700         TO WS-CONSOLE-MESSAGE                                    ZBNKCAP1
093800       PERFORM DISPLAY-CONSOLE-MESSAGE                            ZBNKCAP1
093900       MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                    ZBNKCAP1
094000       PERFORM DISPLAY-IO-STATUS                                  ZBNKCAP1
094100       PERFORM ABORT-PROGRAM                                      ZBNKCAP1
094200     END-IF.                                                      ZBNKCAP1
094300                                                                  ZBNKCAP1
094400***************************************************************** ZBNKCAP1
094500* Display the file status bytes. This routine will display as   * ZBNKCAP1
094600* two digits if the full two byte file status is numeric. If    * ZBNKCAP1
094700* second byte is non-numeric then it will be treated as a       * ZBNKCAP1
094800* binary number.                                                * ZBNKCAP1
094900***************************************************************** ZBNKCAP1
095000 DISPLAY-IO-STATUS.                                               ZBNKCAP1
095100     IF WS-IO-STATUS NUMERIC                                      ZBNKCAP1
095200        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCAP1
095300        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCAP1
095400               WS-IO-STATUS DELIMITED BY SIZE                     ZBNKCAP1
095500          INTO WS-CONSOLE-MESSAGE                                 ZBNKCAP1
095600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAP1
095700     ELSE                                                         ZBNKCAP1
095800        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     ZBNKCAP1
095900        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    ZBNKCAP1
096000        MOVE SPACE TO WS-CONSOLE-MESSAGE                          ZBNKCAP1
096100        STRING 'File status -' DELIMITED BY SIZE                  ZBNKCAP1
096200               WS-IO-STAT1 DELIMITED BY SIZE                      ZBNKCAP1
096300               '/' DELIMITED BY SIZE                              ZBNKCAP1
096400               WS-TWO-BYTES DELIMITED BY SIZE                     ZBNKCAP1
096500          INTO WS-CONSOLE-MESSAGE                                 ZBNKCAP1
096600        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAP1
096700     END-IF.                                                      ZBNKCAP1
096800                                                                  ZBNKCAP1
096900***************************************************************** ZBNKCAP1
097000* 'ABORT' the program.                                          * ZBNKCAP1
097100* Post a message to the console and issue a STOP RUN            * ZBNKCAP1
097200***************************************************************** ZBNKCAP1
097300 ABORT-PROGRAM.                                                   ZBNKCAP1
097400     IF WS-CONSOLE-MESSAGE NOT = SPACES                           ZBNKCAP1
097500        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCAP1
097600     END-IF.                                                      ZBNKCAP1
097700     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.        ZBNKCAP1
097800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             ZBNKCAP1
097900     MOVE 16 TO RETURN-CODE.                                      ZBNKCAP1
098000     STOP RUN.                                                    ZBNKCAP1
098100                                                                  ZBNKCAP1
098200***************************************************************** ZBNKCAP1
098300* Display CONSOLE messages...                                   * ZBNKCAP1
098400***************************************************************** ZBNKCAP1
098500 DISPLAY-CONSOLE-MESSAGE.                                         ZBNKCAP1
098600     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE               ZBNKCAP1
098700       UPON CONSOLE.                                              ZBNKCAP1
098800     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       ZBNKCAP1
098900                                                                  ZBNKCAP1
099000 COPY CTIMERP.                                                    ZBNKCAP1
099100                                                                  ZBNKCAP1
099200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ZBNKCAP1
