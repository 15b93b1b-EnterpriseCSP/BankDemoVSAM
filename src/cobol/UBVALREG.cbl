000100***************************************************************** UBVALREG
000200*                                                               * UBVALREG
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * UBVALREG
000400*   This demonstration program is provided for use by users     * UBVALREG
000500*   of Micro Focus products and may be used, modified and       * UBVALREG
000600*   distributed as part of your application provided that       * UBVALREG
000700*   you properly acknowledge the copyright of Micro Focus       * UBVALREG
000800*   in this material.                                           * UBVALREG
000900*                                                               * UBVALREG
001000***************************************************************** UBVALREG
001100                                                                  UBVALREG
001200***************************************************************** UBVALREG
001300* Program:     UBVALREG.CBL                                     * UBVALREG
001400* Function:    Batch back-valued item routine.  Called by a     * UBVALREG
001500*              posting run for each item on its input file      * UBVALREG
001600*              that carries a value date.  Action 'C' checks    * UBVALREG
001700*              the value date - it must be a real date, not     * UBVALREG
001800*              after the posting date, and no further back than * UBVALREG
001900*              the BAT-REC-BACKVAL-DAYS limit on the account's  * UBVALREG
002000*              BNKATYP product record - and returns the days    * UBVALREG
002100*              back.  Action 'R', made once the item is posted, * UBVALREG
002200*              adds the item to the BNKBVAL register under the  * UBVALREG
002300*              account and the BNKTXN timestamp, pending for    * UBVALREG
002400*              both the overdraft and the credit interest runs. * UBVALREG
002500*              The files stay open for the life of the job.     * UBVALREG
002600***************************************************************** UBVALREG
002700                                                                  UBVALREG
002800 IDENTIFICATION DIVISION.                                         UBVALREG
002900 PROGRAM-ID.                                                      UBVALREG
003000     UBVALREG.                                                    UBVALREG
003100 DATE-WRITTEN.                                                    UBVALREG
003200     October 2026.                                                UBVALREG
003300 DATE-COMPILED.                                                   UBVALREG
003400     Today.                                                       UBVALREG
003500                                                                  UBVALREG
003600 ENVIRONMENT DIVISION.                                            UBVALREG
003700 INPUT-OUTPUT   SECTION.                                          UBVALREG
003800   FILE-CONTROL.                                                  UBVALREG
003900     SELECT BNKATYP-FILE                                          UBVALREG
004000            ASSIGN       TO BNKATYP                               UBVALREG
004100            ORGANIZATION IS INDEXED                               UBVALREG
004200            ACCESS MODE  IS RANDOM                                UBVALREG
004300            RECORD KEY   IS BAT-REC-TYPE                          UBVALREG
004400            FILE STATUS  IS WS-BNKATYP-STATUS.                    UBVALREG
004500     SELECT BNKBVAL-FILE                                          UBVALREG
004600            ASSIGN       TO BNKBVAL                               UBVALREG
004700            ORGANIZATION IS INDEXED                               UBVALREG
004800            ACCESS MODE  IS RANDOM                                UBVALREG
004900            RECORD KEY   IS BVL-KEY                               UBVALREG
005000            FILE STATUS  IS WS-BNKBVAL-STATUS.                    UBVALREG
005100                                                                  UBVALREG
005200 DATA DIVISION.                                                   UBVALREG
005300 FILE SECTION.                                                    UBVALREG
005400                                                                  UBVALREG
005500 FD  BNKATYP-FILE.                                                UBVALREG
005600 01  BNKATYP-REC.                                                 UBVALREG
005700 COPY CBANKVAT.                                                   UBVALREG
005800                                                                  UBVALREG
005900 FD  BNKBVAL-FILE.                                                UBVALREG
006000 01  BNKBVAL-REC.                                                 UBVALREG
006100 COPY CBANKVBV.                                                   UBVALREG
006200                                                                  UBVALREG
006300 WORKING-STORAGE SECTION.                                         UBVALREG
006400 01  WS-MISC-STORAGE.                                             UBVALREG
006500   05  WS-PROGRAM-ID                         PIC X(8)             UBVALREG
006600       VALUE 'UBVALREG'.                                          UBVALREG
006700   05  WS-BNKATYP-STATUS.                                         UBVALREG
006800     10  WS-BNKATYP-STAT1                    PIC X(1).            UBVALREG
006900     10  WS-BNKATYP-STAT2                    PIC X(1).            UBVALREG
007000   05  WS-BNKBVAL-STATUS.                                         UBVALREG
007100     10  WS-BNKBVAL-STAT1                    PIC X(1).            UBVALREG
007200     10  WS-BNKBVAL-STAT2                    PIC X(1).            UBVALREG
007300   05  WS-OPEN-SW                            PIC X(1)             UBVALREG
007400       VALUE 'N'.                                                 UBVALREG
007500     88  WS-FILES-OPEN                       VALUE 'Y'.           UBVALREG
007600   05  WS-DATE-VALID-SW                      PIC X(1).            UBVALREG
007700     88  WS-DATE-VALID                       VALUE 'Y'.           UBVALREG
007800   05  WS-DATE-CHECK                         PIC X(10).           UBVALREG
007900   05  WS-DATE-YYYYMMDD-X.                                        UBVALREG
008000     10  WS-DATE-YYYY                        PIC X(4).            UBVALREG
008100     10  WS-DATE-MM                          PIC X(2).            UBVALREG
008200     10  WS-DATE-DD                          PIC X(2).            UBVALREG
008300   05  WS-DATE-YYYYMMDD REDEFINES WS-DATE-YYYYMMDD-X              UBVALREG
008400                                             PIC 9(8).            UBVALREG
008500   05  WS-DATE-INT                           PIC S9(9) COMP.      UBVALREG
008600   05  WS-VALUE-INT                          PIC S9(9) COMP.      UBVALREG
008700   05  WS-POST-INT                           PIC S9(9) COMP.      UBVALREG
008800   05  WS-DAYS-BACK                          PIC S9(9) COMP.      UBVALREG
008900   05  WS-LIMIT-DSP                          PIC ZZ9.             UBVALREG
009000                                                                  UBVALREG
009100 LINKAGE SECTION.                                                 UBVALREG
009200 COPY CBVALRGD.                                                   UBVALREG
009300                                                                  UBVALREG
009400 PROCEDURE DIVISION USING BVR-CTL-DATA.                           UBVALREG
009500                                                                  UBVALREG
009600     SET BVR-CTL-OK TO TRUE.                                      UBVALREG
009700     MOVE SPACES TO BVR-CTL-MSG.                                  UBVALREG
009800                                                                  UBVALREG
009900     IF NOT WS-FILES-OPEN                                         UBVALREG
010000        PERFORM OPEN-FILES THRU                                   UBVALREG
010100                OPEN-FILES-EXIT                                   UBVALREG
010200        IF BVR-CTL-ERROR                                          UBVALREG
010300           GOBACK                                                 UBVALREG
010400        END-IF                                                    UBVALREG
010500     END-IF.                                                      UBVALREG
010600                                                                  UBVALREG
010700     IF BVR-CTL-REGISTER                                          UBVALREG
010800        PERFORM WRITE-REGISTER THRU                               UBVALREG
010900                WRITE-REGISTER-EXIT                               UBVALREG
011000     ELSE                                                         UBVALREG
011100        MOVE ZERO TO BVR-CTL-DAYS-BACK                            UBVALREG
011200        PERFORM CHECK-VALUE-DATE THRU                             UBVALREG
011300                CHECK-VALUE-DATE-EXIT                             UBVALREG
011400     END-IF.                                                      UBVALREG
011500                                                                  UBVALREG
011600     GOBACK.                                                      UBVALREG
011700                                                                  UBVALREG
011800***************************************************************** UBVALREG
011900* First call of the job - open the product file and the         * UBVALREG
012000* register, defining the register if this is its first use      * UBVALREG
012100***************************************************************** UBVALREG
012200 OPEN-FILES.                                                      UBVALREG
012300     OPEN INPUT BNKATYP-FILE.                                     UBVALREG
012400     IF WS-BNKATYP-STAT1 IS NOT EQUAL TO '0'                      UBVALREG
012500        SET BVR-CTL-ERROR TO TRUE                                 UBVALREG
012600        MOVE 'Account type file BNKATYP not available'            UBVALREG
012700          TO BVR-CTL-MSG                                          UBVALREG
012800        GO TO OPEN-FILES-EXIT                                     UBVALREG
012900     END-IF.                                                      UBVALREG
013000     OPEN I-O BNKBVAL-FILE.                                       UBVALREG
013100     IF WS-BNKBVAL-STATUS IS EQUAL TO '35'                        UBVALREG
013200        OPEN OUTPUT BNKBVAL-FILE                                  UBVALREG
013300     END-IF.                                                      UBVALREG
013400     IF WS-BNKBVAL-STAT1 IS NOT EQUAL TO '0'                      UBVALREG
013500        SET BVR-CTL-ERROR TO TRUE                                 UBVALREG
013600        MOVE 'Back-valued item register BNKBVAL not available'    UBVALREG
013700          TO BVR-CTL-MSG                                          UBVALREG
013800        GO TO OPEN-FILES-EXIT                                     UBVALREG
013900     END-IF.                                                      UBVALREG
014000     SET WS-FILES-OPEN TO TRUE.                                   UBVALREG
014100 OPEN-FILES-EXIT.                                                 UBVALREG
014200     EXIT.                                                        UBVALREG
014300                                                                  UBVALREG
014400***************************************************************** UBVALREG
014500* Check the value date against the posting date and the         * UBVALREG
014600* product's back-valuing limit.  A blank value date, or one the * UBVALREG
014700* same as the posting date, is an ordinary item.                * UBVALREG
014800***************************************************************** UBVALREG
014900 CHECK-VALUE-DATE.                                                UBVALREG
015000     IF BVR-CTL-VALUE-DATE IS EQUAL TO SPACES OR                  UBVALREG
015100        BVR-CTL-VALUE-DATE IS EQUAL TO BVR-CTL-POST-DATE          UBVALREG
015200        SET BVR-CTL-NOT-BACK-VALUED TO TRUE                       UBVALREG
015300        GO TO CHECK-VALUE-DATE-EXIT                               UBVALREG
015400     END-IF.                                                      UBVALREG
015500     MOVE BVR-CTL-POST-DATE TO WS-DATE-CHECK.                     UBVALREG
015600     PERFORM CHECK-DATE THRU                                      UBVALREG
015700             CHECK-DATE-EXIT.                                     UBVALREG
015800     IF NOT WS-DATE-VALID                                         UBVALREG
015900        SET BVR-CTL-REJECTED TO TRUE                              UBVALREG
016000        MOVE 'Posting date is not valid' TO BVR-CTL-MSG           UBVALREG
016100        GO TO CHECK-VALUE-DATE-EXIT                               UBVALREG
016200     END-IF.                                                      UBVALREG
016300     MOVE WS-DATE-INT TO WS-POST-INT.                             UBVALREG
016400     MOVE BVR-CTL-VALUE-DATE TO WS-DATE-CHECK.                    UBVALREG
016500     PERFORM CHECK-DATE THRU                                      UBVALREG
016600             CHECK-DATE-EXIT.                                     UBVALREG
016700     IF NOT WS-DATE-VALID                                         UBVALREG
016800        SET BVR-CTL-REJECTED TO TRUE                              UBVALREG
016900        MOVE 'Value date is not valid' TO BVR-CTL-MSG             UBVALREG
017000        GO TO CHECK-VALUE-DATE-EXIT                               UBVALREG
017100     END-IF.                                                      UBVALREG
017200     MOVE WS-DATE-INT TO WS-VALUE-INT.                            UBVALREG
017300     IF WS-VALUE-INT IS GREATER THAN WS-POST-INT                  UBVALREG
017400        SET BVR-CTL-REJECTED TO TRUE                              UBVALREG
017500        MOVE 'Value date is after posting' TO BVR-CTL-MSG         UBVALREG
017600        GO TO CHECK-VALUE-DATE-EXIT                               UBVALREG
017700     END-IF.                                                      UBVALREG
017800     COMPUTE WS-DAYS-BACK = WS-POST-INT - WS-VALUE-INT.           UBVALREG
017900     IF WS-DAYS-BACK IS EQUAL TO ZERO                             UBVALREG
018000        SET BVR-CTL-NOT-BACK-VALUED TO TRUE                       UBVALREG
018100        GO TO CHECK-VALUE-DATE-EXIT                               UBVALREG
018200     END-IF.                                                      UBVALREG
018300     MOVE BVR-CTL-ACC-TYPE TO BAT-REC-TYPE.                       UBVALREG
018400     READ BNKATYP-FILE.                                           UBVALREG
018500     IF WS-BNKATYP-STATUS IS NOT EQUAL TO '00'                    UBVALREG
018600        SET BVR-CTL-REJECTED TO TRUE                              UBVALREG
018700        MOVE 'No product for back-valuing' TO BVR-CTL-MSG         UBVALREG
018800        GO TO CHECK-VALUE-DATE-EXIT                               UBVALREG
018900     END-IF.                                                      UBVALREG
019000     IF BAT-REC-BACKVAL-DAYS IS NOT NUMERIC OR                    UBVALREG
019100        BAT-REC-BACKVAL-DAYS IS NOT GREATER THAN ZERO             UBVALREG
019200        SET BVR-CTL-REJECTED TO TRUE                              UBVALREG
019300        MOVE 'Product allows no back-value' TO BVR-CTL-MSG        UBVALREG
019400        GO TO CHECK-VALUE-DATE-EXIT                               UBVALREG
019500     END-IF.                                                      UBVALREG
019600     IF WS-DAYS-BACK IS GREATER THAN BAT-REC-BACKVAL-DAYS         UBVALREG
019700        SET BVR-CTL-REJECTED TO TRUE                              UBVALREG
019800        MOVE BAT-REC-BACKVAL-DAYS TO WS-LIMIT-DSP                 UBVALREG
019900        STRING 'Value date past ' DELIMITED BY SIZE               UBVALREG
020000               WS-LIMIT-DSP DELIMITED BY SIZE                     UBVALREG
020100               '-day limit' DELIMITED BY SIZE                     UBVALREG
020200          INTO BVR-CTL-MSG                                        UBVALREG
020300        GO TO CHECK-VALUE-DATE-EXIT                               UBVALREG
020400     END-IF.                                                      UBVALREG
020500     MOVE WS-DAYS-BACK TO BVR-CTL-DAYS-BACK.                      UBVALREG
020600 CHECK-VALUE-DATE-EXIT.                                           UBVALREG
020700     EXIT.                                                        UBVALREG
020800                                                                  UBVALREG
020900***************************************************************** UBVALREG
021000* Check a YYYY-MM-DD date is a real calendar date and turn it   * UBVALREG
021100* into a day number                                             * UBVALREG
021200***************************************************************** UBVALREG
021300 CHECK-DATE.                                                      UBVALREG
021400     MOVE 'N' TO WS-DATE-VALID-SW.                                UBVALREG
021500     MOVE ZERO TO WS-DATE-INT.                                    UBVALREG
021600     IF WS-DATE-CHECK (5:1) IS NOT EQUAL TO '-' OR                UBVALREG
021700        WS-DATE-CHECK (8:1) IS NOT EQUAL TO '-'                   UBVALREG
021800        GO TO CHECK-DATE-EXIT                                     UBVALREG
021900     END-IF.                                                      UBVALREG
022000     MOVE WS-DATE-CHECK (1:4) TO WS-DATE-YYYY.                    UBVALREG
022100     MOVE WS-DATE-CHECK (6:2) TO WS-DATE-MM.                      UBVALREG
022200     MOVE WS-DATE-CHECK (9:2) TO WS-DATE-DD.                      UBVALREG
022300     IF WS-DATE-YYYYMMDD-X IS NOT NUMERIC                         UBVALREG
022400        GO TO CHECK-DATE-EXIT                                     UBVALREG
022500     END-IF.                                                      UBVALREG
022600     IF WS-DATE-YYYY IS LESS THAN '1601' OR                       UBVALREG
022700        WS-DATE-MM IS LESS THAN '01' OR                           UBVALREG
022800        WS-DATE-MM IS GREATER THAN '12' OR                        UBVALREG
022900        WS-DATE-DD IS LESS THAN '01' OR                           UBVALREG
023000        WS-DATE-DD IS GREATER THAN '31'                           UBVALREG
023100        GO TO CHECK-DATE-EXIT                                     UBVALREG
023200     END-IF.                                                      UBVALREG
023300     COMPUTE WS-DATE-INT =                                        UBVALREG
023400       FUNCTION INTEGER-OF-DATE (WS-DATE-YYYYMMDD).               UBVALREG
023500     IF FUNCTION DATE-OF-INTEGER (WS-DATE-INT) IS NOT EQUAL TO    UBVALREG
023600        WS-DATE-YYYYMMDD                                          UBVALREG
023700        GO TO CHECK-DATE-EXIT                                     UBVALREG
023800     END-IF.                                                      UBVALREG
023900     MOVE 'Y' TO WS-DATE-VALID-SW.                                UBVALREG
024000 CHECK-DATE-EXIT.                                                 UBVALREG
024100     EXIT.                                                        UBVALREG
024200                                                                  UBVALREG
024300***************************************************************** UBVALREG
024400* Add the posted item to the register, pending for both halves  * UBVALREG
024500***************************************************************** UBVALREG
024600 WRITE-REGISTER.                                                  UBVALREG
024700     MOVE SPACES TO BVL-RECORD.                                   UBVALREG
024800     MOVE BVR-CTL-ACCNO TO BVL-REC-ACCNO.                         UBVALREG
024900     MOVE BVR-CTL-TIMESTAMP TO BVL-REC-TIMESTAMP.                 UBVALREG
025000     MOVE BVR-CTL-PID TO BVL-REC-PID.                             UBVALREG
025100     MOVE BVR-CTL-VALUE-DATE TO BVL-REC-VALUE-DATE.               UBVALREG
025200     MOVE BVR-CTL-POST-DATE TO BVL-REC-POST-DATE.                 UBVALREG
025300     MOVE BVR-CTL-DAYS-BACK TO BVL-REC-DAYS-BACK.                 UBVALREG
025400     MOVE BVR-CTL-AMOUNT TO BVL-REC-AMOUNT.                       UBVALREG
025500     MOVE BVR-CTL-PROGRAM TO BVL-REC-SOURCE.                      UBVALREG
025600     MOVE BVR-CTL-USERID TO BVL-REC-USERID.                       UBVALREG
025700     MOVE BVR-CTL-DESC TO BVL-REC-DESC.                           UBVALREG
025800     SET BVL-OD-PENDING TO TRUE.                                  UBVALREG
025900     MOVE ZERO TO BVL-REC-OD-ADJ.                                 UBVALREG
026000     SET BVL-CR-PENDING TO TRUE.                                  UBVALREG
026100     MOVE ZERO TO BVL-REC-CR-ADJ.                                 UBVALREG
026200     WRITE BVL-RECORD.                                            UBVALREG
026300     IF WS-BNKBVAL-STAT1 IS NOT EQUAL TO '0'                      UBVALREG
026400        SET BVR-CTL-ERROR TO TRUE                                 UBVALREG
026500        MOVE SPACES TO BVR-CTL-MSG                                UBVALREG
026600        STRING 'Unable to register back-valued item - status '    UBVALREG
026700                 DELIMITED BY SIZE                                UBVALREG
026800               WS-BNKBVAL-STATUS DELIMITED BY SIZE                UBVALREG
026900          INTO BVR-CTL-MSG                                        UBVALREG
027000     END-IF.                                                      UBVALREG
027100 WRITE-REGISTER-EXIT.                                             UBVALREG
027200     EXIT.                                                        UBVALREG
027300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     UBVALREG
