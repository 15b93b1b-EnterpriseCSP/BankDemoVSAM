000100***************************************************************** DBANK95P
000200*                                                               * DBANK95P
000300*   Copyright (C) 1998-2011 Micro Focus. All Rights Reserved.   * DBANK95P
000400*   This demonstration program is provided for use by users     * DBANK95P
000500*   of Micro Focus products and may be used, modified and       * DBANK95P
000600*   distributed as part of your application provided that       * DBANK95P
000700*   you properly acknowledge the copyright of Micro Focus       * DBANK95P
000800*   in this material.                                           * DBANK95P
000900*                                                               * DBANK95P
001000***************************************************************** DBANK95P
001100                                                                  DBANK95P
001200***************************************************************** DBANK95P
001300* Program:     DBANK95P.CBL                                     * DBANK95P
001400* Function:    Business customer profile and beneficial owners. * DBANK95P
001500*              Records the registered name, registration number,* DBANK95P
001600*              country of incorporation, industry code and      * DBANK95P
001700*              registered address of a customer held as a       * DBANK95P
001800*              business (BNKBUSP), and links the beneficial     * DBANK95P
001900*              owners at or above the ownership threshold and   * DBANK95P
002000*              the controlling persons by their own PIDs        * DBANK95P
002100*              (BNKBOWN).  The registered name and each person  * DBANK95P
002200*              linked go through the same UDPMATCH denied-party * DBANK95P
002300*              screening as onboarding - a hit is parked on     * DBANK95P
002400*              BNKDENYQ for the SDENY01P reviewer, and the      * DBANK95P
002500*              change is refused until it is cleared. Recording * DBANK95P
002600*              a profile marks the customer as a business on    * DBANK95P
002700*              BNKCUST.  Only a supervisor or an administrator  * DBANK95P
002800*              may remove a link.  Every change is audited      * DBANK95P
002900*              through DBANK82P.                                * DBANK95P
002933*              The profile can nominate an open account of the  * DBANK95P
002966*              business itself for monthly account analysis.    * DBANK95P
003000*              VSAM version                                     * DBANK95P
003100***************************************************************** DBANK95P
003200                                                                  DBANK95P
003300 IDENTIFICATION DIVISION.                                         DBANK95P
003400 PROGRAM-ID.                                                      DBANK95P
003500     DBANK95P.                                                    DBANK95P
003600 DATE-WRITTEN.                                                    DBANK95P
003700     October 2026.                                                DBANK95P
003800 DATE-COMPILED.                                                   DBANK95P
003900     Today.                                                       DBANK95P
004000                                                                  DBANK95P
004100 ENVIRONMENT DIVISION.                                            DBANK95P
004200                                                                  DBANK95P
004300 DATA DIVISION.                                                   DBANK95P
004400                                                                  DBANK95P
004500 WORKING-STORAGE SECTION.                                         DBANK95P
004600 01  WS-MISC-STORAGE.                                             DBANK95P
004700   05  WS-PROGRAM-ID                         PIC X(8)             DBANK95P
004800       VALUE 'DBANK95P'.                                          DBANK95P
004900   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBANK95P
005000   05  WS-RESP                               PIC S9(8) COMP.      DBANK95P
005100   05  WS-DENY-RESP                          PIC S9(8) COMP.      DBANK95P
005200   05  WS-OUT-SUB                            PIC S9(4) COMP.      DBANK95P
005300   05  WS-DENYQ-SCAN                         PIC S9(4) COMP.      DBANK95P
005400   05  WS-OWN-THRESHOLD                      PIC 9(3)V99          DBANK95P
005500       VALUE 25.00.                                               DBANK95P
005600   05  WS-OWNED-TOTAL                        PIC 9(5)V99.         DBANK95P
005700   05  WS-CALLER-SUPER                       PIC X(1).            DBANK95P
005800   05  WS-OVERRIDE-FLAG                      PIC X(1).            DBANK95P
005900   05  WS-SCREEN-HIT                         PIC X(1).            DBANK95P
006000   05  WS-SCREEN-PID                         PIC X(5).            DBANK95P
006100   05  WS-TODAY                              PIC X(10).           DBANK95P
006200   05  WS-NAME-IN                            PIC X(30).           DBANK95P
006300   05  WS-NAME-NORM                          PIC X(30).           DBANK95P
006400   05  WS-BNKCUST-RID                        PIC X(5).            DBANK95P
006500   05  WS-BNKSTAF-RID                        PIC X(8).            DBANK95P
006600   05  WS-BNKBUSP-RID                        PIC X(5).            DBANK95P
006650   05  WS-BNKACC-RID                         PIC X(9).            DBANK95P
006700   05  WS-BNKBOWN-RID.                                            DBANK95P
006800     10  WS-BNKBOWN-RID-BUS                  PIC X(5).            DBANK95P
006900     10  WS-BNKBOWN-RID-OWN                  PIC X(5).            DBANK95P
007000   05  WS-BNKDENY-RID                        PIC X(30).           DBANK95P
007100   05  WS-BNKDENYQ-RID                       PIC X(26).           DBANK95P
007200                                                                  DBANK95P
007300 01  WS-BNKSTAF-REC.                                              DBANK95P
007400 COPY CBANKVSF.                                                   DBANK95P
007500                                                                  DBANK95P
007600 01  WS-BNKCUST-REC.                                              DBANK95P
007700 COPY CBANKVCS.                                                   DBANK95P
007800                                                                  DBANK95P
007900 01  WS-BNKBUSP-REC.                                              DBANK95P
008000 COPY CBANKVBP.                                                   DBANK95P
008025                                                                  DBANK95P
008050 01  WS-BNKACC-REC.                                               DBANK95P
008075 COPY CBANKVAC.                                                   DBANK95P
008100                                                                  DBANK95P
008200 01  WS-BNKBOWN-REC.                                              DBANK95P
008300 COPY CBANKVBO.                                                   DBANK95P
008400                                                                  DBANK95P
008500 01  WS-BNKDENY-REC.                                              DBANK95P
008600 COPY CBANKVDP.                                                   DBANK95P
008700                                                                  DBANK95P
008800 01  WS-BNKDENYQ-REC.                                             DBANK95P
008900 COPY CBANKVDH.                                                   DBANK95P
009000                                                                  DBANK95P
009100 01  WS-AUDIT-DATA.                                               DBANK95P
009200 COPY CBANKD82.                                                   DBANK95P
009300                                                                  DBANK95P
009400 01  WS-RECOVERY-DATA.                                            DBANK95P
009500 COPY CBANKD85.                                                   DBANK95P
009600                                                                  DBANK95P
009700 COPY CTSTAMPD.                                                   DBANK95P
009800                                                                  DBANK95P
009900 01  WS-COMMAREA.                                                 DBANK95P
010000 COPY CBANKD95.                                                   DBANK95P
010100                                                                  DBANK95P
010200 COPY CABENDD.                                                    DBANK95P
010300                                                                  DBANK95P
010400 LINKAGE SECTION.                                                 DBANK95P
010500 01  DFHCOMMAREA.                                                 DBANK95P
010600   05  LK-COMMAREA                           PIC X(1)             DBANK95P
010700       OCCURS 1 TO 4096 TIMES                                     DBANK95P
010800         DEPENDING ON WS-COMMAREA-LENGTH.                         DBANK95P
010900                                                                  DBANK95P
011000 COPY CENTRY.                                                     DBANK95P
011100***************************************************************** DBANK95P
011200* Move the passed data to our area                              * DBANK95P
011300***************************************************************** DBANK95P
011400     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBANK95P
011500     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBANK95P
011600                                                                  DBANK95P
011700***************************************************************** DBANK95P
011800* Initialize our output area                                    * DBANK95P
011900***************************************************************** DBANK95P
012000     MOVE SPACES TO CD95O-DATA.                                   DBANK95P
012100     SET CD95O-OK TO TRUE.                                        DBANK95P
012200     SET CD95O-PROFILE-NO TO TRUE.                                DBANK95P
012300     MOVE WS-OWN-THRESHOLD TO CD95O-THRESHOLD.                    DBANK95P
012400     MOVE ZERO TO CD95O-OWNED-PCT.                                DBANK95P
012500     MOVE ZERO TO CD95O-COUNT.                                    DBANK95P
012600     INSPECT CD95I-DATA REPLACING ALL LOW-VALUES BY SPACES.       DBANK95P
012700                                                                  DBANK95P
012800 COPY CTSTAMPP.                                                   DBANK95P
012900     MOVE WS-TS-DATE (1:10) TO WS-TODAY.                          DBANK95P
013000                                                                  DBANK95P
013100***************************************************************** DBANK95P
013200* Check what has been requested                                 * DBANK95P
013300***************************************************************** DBANK95P
013400     EVALUATE TRUE                                                DBANK95P
013500       WHEN CD95I-INQUIRE                                         DBANK95P
013600         PERFORM INQUIRE-PROCESSING THRU                          DBANK95P
013700                 INQUIRE-PROCESSING-EXIT                          DBANK95P
013800       WHEN CD95I-SET-PROFILE                                     DBANK95P
013900         PERFORM PROFILE-PROCESSING THRU                          DBANK95P
014000                 PROFILE-PROCESSING-EXIT                          DBANK95P
014100       WHEN CD95I-ADD-OWNER                                       DBANK95P
014200         PERFORM ADD-OWNER-PROCESSING THRU                        DBANK95P
014300                 ADD-OWNER-PROCESSING-EXIT                        DBANK95P
014400       WHEN CD95I-REMOVE-OWNER                                    DBANK95P
014500         PERFORM REMOVE-OWNER-PROCESSING THRU                     DBANK95P
014600                 REMOVE-OWNER-PROCESSING-EXIT                     DBANK95P
014700       WHEN OTHER                                                 DBANK95P
014800         SET CD95O-ERROR TO TRUE                                  DBANK95P
014900         MOVE 'Bad request code' TO CD95O-MSG                     DBANK95P
015000     END-EVALUATE.                                                DBANK95P
015100                                                                  DBANK95P
015200***************************************************************** DBANK95P
015300* Move the result back to the callers area                      * DBANK95P
015400***************************************************************** DBANK95P
015500     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBANK95P
015600                                                                  DBANK95P
015700***************************************************************** DBANK95P
015800* Return to our caller                                          * DBANK95P
015900***************************************************************** DBANK95P
016000 COPY CRETURN.                                                    DBANK95P
016100                                                                  DBANK95P
016200***************************************************************** DBANK95P
016300* The caller must be an active member of staff; a supervisor or * DBANK95P
016400* an administrator may also remove links                        * DBANK95P
016500***************************************************************** DBANK95P
016600 FIND-CALLER.                                                     DBANK95P
016700     MOVE 'N' TO WS-CALLER-SUPER.                                 DBANK95P
016800     MOVE CD95I-CALLER TO WS-BNKSTAF-RID.                         DBANK95P
016900     EXEC CICS READ FILE('BNKSTAF')                               DBANK95P
017000                    INTO(WS-BNKSTAF-REC)                          DBANK95P
017100                    LENGTH(LENGTH OF WS-BNKSTAF-REC)              DBANK95P
017200                    RIDFLD(WS-BNKSTAF-RID)                        DBANK95P
017300                    RESP(WS-RESP)                                 DBANK95P
017400     END-EXEC.                                                    DBANK95P
017500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK95P
017600       SET CD95O-ERROR TO TRUE                                    DBANK95P
017700       MOVE 'No staff profile on file' TO CD95O-MSG               DBANK95P
017800       GO TO FIND-CALLER-EXIT                                     DBANK95P
017900     END-IF.                                                      DBANK95P
018000     IF NOT STF-IS-ACTIVE                                         DBANK95P
018100       SET CD95O-ERROR TO TRUE                                    DBANK95P
018200       MOVE 'Staff profile is not active' TO CD95O-MSG            DBANK95P
018300       GO TO FIND-CALLER-EXIT                                     DBANK95P
018400     END-IF.                                                      DBANK95P
018500     IF STF-ROLE-SUPERVISOR OR STF-ROLE-ADMIN                     DBANK95P
018600       MOVE 'Y' TO WS-CALLER-SUPER                                DBANK95P
018700     END-IF.                                                      DBANK95P
018800 FIND-CALLER-EXIT.                                                DBANK95P
018900     EXIT.                                                        DBANK95P
019000                                                                  DBANK95P
019100***************************************************************** DBANK95P
019200* The business is keyed by its PID and must be on the customer  * DBANK95P
019300* file                                                          * DBANK95P
019400***************************************************************** DBANK95P
019500 FIND-BUSINESS.                                                   DBANK95P
019600     MOVE CD95I-PID TO WS-BNKCUST-RID.                            DBANK95P
019700     EXEC CICS READ FILE('BNKCUST')                               DBANK95P
019800                    INTO(WS-BNKCUST-REC)                          DBANK95P
019900                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBANK95P
020000                    RIDFLD(WS-BNKCUST-RID)                        DBANK95P
020100                    RESP(WS-RESP)                                 DBANK95P
020200     END-EXEC.                                                    DBANK95P
020300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK95P
020400       SET CD95O-NOTFND TO TRUE                                   DBANK95P
020500       MOVE 'Customer not on file' TO CD95O-MSG                   DBANK95P
020600       GO TO FIND-BUSINESS-EXIT                                   DBANK95P
020700     END-IF.                                                      DBANK95P
020800     MOVE BCS-REC-NAME TO CD95O-NAME.                             DBANK95P
020900 FIND-BUSINESS-EXIT.                                              DBANK95P
021000     EXIT.                                                        DBANK95P
021100                                                                  DBANK95P
021200***************************************************************** DBANK95P
021300* Inquire request - the profile and every person linked,        * DBANK95P
021400* removed links included                                        * DBANK95P
021500***************************************************************** DBANK95P
021600 INQUIRE-PROCESSING.                                              DBANK95P
021700     PERFORM FIND-CALLER THRU                                     DBANK95P
021800             FIND-CALLER-EXIT.                                    DBANK95P
021900     IF NOT CD95O-OK                                              DBANK95P
022000       GO TO INQUIRE-PROCESSING-EXIT                              DBANK95P
022100     END-IF.                                                      DBANK95P
022200     PERFORM FIND-BUSINESS THRU                                   DBANK95P
022300             FIND-BUSINESS-EXIT.                                  DBANK95P
022400     IF NOT CD95O-OK                                              DBANK95P
022500       GO TO INQUIRE-PROCESSING-EXIT                              DBANK95P
022600     END-IF.                                                      DBANK95P
022700     IF NOT BCS-CUST-BUSINESS                                     DBANK95P
022800       SET CD95O-NOTFND TO TRUE                                   DBANK95P
022900       MOVE 'Customer is not held as a business - key the profile'DBANK95P
023000         TO CD95O-MSG                                             DBANK95P
023100       GO TO INQUIRE-PROCESSING-EXIT                              DBANK95P
023200     END-IF.                                                      DBANK95P
023300     PERFORM READ-PROFILE THRU                                    DBANK95P
023400             READ-PROFILE-EXIT.                                   DBANK95P
023500     PERFORM LIST-OWNERS THRU                                     DBANK95P
023600             LIST-OWNERS-EXIT.                                    DBANK95P
023700     IF CD95O-PROFILE-NO                                          DBANK95P
023800       MOVE 'No business profile recorded yet' TO CD95O-MSG       DBANK95P
023900     END-IF.                                                      DBANK95P
024000 INQUIRE-PROCESSING-EXIT.                                         DBANK95P
024100     EXIT.                                                        DBANK95P
024200                                                                  DBANK95P
024300***************************************************************** DBANK95P
024400* Return the business profile when one is on file               * DBANK95P
024500***************************************************************** DBANK95P
024600 READ-PROFILE.                                                    DBANK95P
024700     MOVE CD95I-PID TO WS-BNKBUSP-RID.                            DBANK95P
024800     EXEC CICS READ FILE('BNKBUSP')                               DBANK95P
024900                    INTO(WS-BNKBUSP-REC)                          DBANK95P
025000                    LENGTH(LENGTH OF WS-BNKBUSP-REC)              DBANK95P
025100                    RIDFLD(WS-BNKBUSP-RID)                        DBANK95P
025200                    RESP(WS-RESP)                                 DBANK95P
025300     END-EXEC.                                                    DBANK95P
025400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK95P
025500       GO TO READ-PROFILE-EXIT                                    DBANK95P
025600     END-IF.                                                      DBANK95P
025700     SET CD95O-PROFILE-YES TO TRUE.                               DBANK95P
025800     MOVE BBP-REC-REG-NAME TO CD95O-REG-NAME.                     DBANK95P
025900     MOVE BBP-REC-REG-NUMBER TO CD95O-REG-NUMBER.                 DBANK95P
026000     MOVE BBP-REC-INC-CNTRY TO CD95O-INC-CNTRY.                   DBANK95P
026100     MOVE BBP-REC-INDUSTRY TO CD95O-INDUSTRY.                     DBANK95P
026200     MOVE BBP-REC-ADDR1 TO CD95O-ADDR1.                           DBANK95P
026300     MOVE BBP-REC-ADDR2 TO CD95O-ADDR2.                           DBANK95P
026400     MOVE BBP-REC-STATE TO CD95O-STATE.                           DBANK95P
026500     MOVE BBP-REC-CNTRY TO CD95O-CNTRY.                           DBANK95P
026600     MOVE BBP-REC-POST-CODE TO CD95O-POST-CODE.                   DBANK95P
026650     MOVE BBP-REC-ANALYSIS-ACCNO TO CD95O-ANALYSIS-ACCNO.         DBANK95P
026700 READ-PROFILE-EXIT.                                               DBANK95P
026800     EXIT.                                                        DBANK95P
026900                                                                  DBANK95P
027000***************************************************************** DBANK95P
027100* Browse the people linked to the business into the owner table * DBANK95P
027200* with their names, totalling the share held by active owners   * DBANK95P
027300***************************************************************** DBANK95P
027400 LIST-OWNERS.                                                     DBANK95P
027500     MOVE 0 TO WS-OUT-SUB.                                        DBANK95P
027600     MOVE ZERO TO CD95O-OWNED-PCT.                                DBANK95P
027700     MOVE SPACES TO CD95O-OWNER-TABLE.                            DBANK95P
027800     MOVE CD95I-PID TO WS-BNKBOWN-RID-BUS.                        DBANK95P
027900     MOVE LOW-VALUES TO WS-BNKBOWN-RID-OWN.                       DBANK95P
028000     EXEC CICS STARTBR FILE('BNKBOWN')                            DBANK95P
028100                  RIDFLD(WS-BNKBOWN-RID)                          DBANK95P
028200                  GTEQ                                            DBANK95P
028300                  RESP(WS-RESP)                                   DBANK95P
028400     END-EXEC.                                                    DBANK95P
028500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK95P
028600       GO TO LIST-OWNERS-EXIT                                     DBANK95P
028700     END-IF.                                                      DBANK95P
028800 LIST-OWNERS-LOOP.                                                DBANK95P
028900     EXEC CICS READNEXT FILE('BNKBOWN')                           DBANK95P
029000                  INTO(WS-BNKBOWN-REC)                            DBANK95P
029100                  LENGTH(LENGTH OF WS-BNKBOWN-REC)                DBANK95P
029200                  RIDFLD(WS-BNKBOWN-RID)                          DBANK95P
029300                  RESP(WS-RESP)                                   DBANK95P
029400     END-EXEC.                                                    DBANK95P
029500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK95P
029600        BBO-REC-BUS-PID IS NOT EQUAL TO CD95I-PID                 DBANK95P
029700       GO TO LIST-OWNERS-DONE                                     DBANK95P
029800     END-IF.                                                      DBANK95P
029900     IF BBO-STATUS-ACTIVE AND BBO-ROLE-OWNER                      DBANK95P
030000       ADD BBO-REC-PCT TO CD95O-OWNED-PCT                         DBANK95P
030100     END-IF.                                                      DBANK95P
030200     IF WS-OUT-SUB IS NOT LESS THAN 8                             DBANK95P
030300       GO TO LIST-OWNERS-LOOP                                     DBANK95P
030400     END-IF.                                                      DBANK95P
030500     ADD 1 TO WS-OUT-SUB.                                         DBANK95P
030600     MOVE BBO-REC-OWN-PID TO CD95O-OWN-PID (WS-OUT-SUB).          DBANK95P
030700     MOVE BBO-REC-ROLE TO CD95O-OWN-ROLE (WS-OUT-SUB).            DBANK95P
030800     MOVE BBO-REC-PCT TO CD95O-OWN-PCT (WS-OUT-SUB).              DBANK95P
030900     MOVE BBO-REC-STATUS TO CD95O-OWN-STATUS (WS-OUT-SUB).        DBANK95P
031000     MOVE BBO-REC-SCREENED-DTE TO CD95O-OWN-SCREENED (WS-OUT-SUB).DBANK95P
031100     MOVE BBO-REC-OWN-PID TO WS-BNKCUST-RID.                      DBANK95P
031200     EXEC CICS READ FILE('BNKCUST')                               DBANK95P
031300                    INTO(WS-BNKCUST-REC)                          DBANK95P
031400                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBANK95P
031500                    RIDFLD(WS-BNKCUST-RID)                        DBANK95P
031600                    RESP(WS-RESP)                                 DBANK95P
031700     END-EXEC.                                                    DBANK95P
031800     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBANK95P
031900       MOVE BCS-REC-NAME TO CD95O-OWN-NAME (WS-OUT-SUB)           DBANK95P
032000     END-IF.                                                      DBANK95P
032100     GO TO LIST-OWNERS-LOOP.                                      DBANK95P
032200 LIST-OWNERS-DONE.                                                DBANK95P
032300     EXEC CICS ENDBR FILE('BNKBOWN')                              DBANK95P
032400     END-EXEC.                                                    DBANK95P
032500     MOVE WS-OUT-SUB TO CD95O-COUNT.                              DBANK95P
032600 LIST-OWNERS-EXIT.                                                DBANK95P
032700     EXIT.                                                        DBANK95P
032800                                                                  DBANK95P
032900***************************************************************** DBANK95P
033000* Profile request - record or amend the business profile; the   * DBANK95P
033100* registered name is screened first, and the customer is marked * DBANK95P
033200* as a business on BNKCUST                                      * DBANK95P
033300***************************************************************** DBANK95P
033400 PROFILE-PROCESSING.                                              DBANK95P
033500     PERFORM FIND-CALLER THRU                                     DBANK95P
033600             FIND-CALLER-EXIT.                                    DBANK95P
033700     IF NOT CD95O-OK                                              DBANK95P
033800       GO TO PROFILE-PROCESSING-EXIT                              DBANK95P
033900     END-IF.                                                      DBANK95P
034000     PERFORM FIND-BUSINESS THRU                                   DBANK95P
034100             FIND-BUSINESS-EXIT.                                  DBANK95P
034200     IF NOT CD95O-OK                                              DBANK95P
034300       GO TO PROFILE-PROCESSING-EXIT                              DBANK95P
034400     END-IF.                                                      DBANK95P
034500     IF BCS-MINOR                                                 DBANK95P
034600       SET CD95O-ERROR TO TRUE                                    DBANK95P
034700       MOVE 'A minor cannot be held as a business' TO CD95O-MSG   DBANK95P
034800       GO TO PROFILE-PROCESSING-EXIT                              DBANK95P
034900     END-IF.                                                      DBANK95P
035000     IF CD95I-REG-NAME IS EQUAL TO SPACES OR                      DBANK95P
035100        CD95I-REG-NUMBER IS EQUAL TO SPACES                       DBANK95P
035200       SET CD95O-ERROR TO TRUE                                    DBANK95P
035300       MOVE 'Registered name and registration number are required'DBANK95P
035400         TO CD95O-MSG                                             DBANK95P
035500       GO TO PROFILE-PROCESSING-EXIT                              DBANK95P
035600     END-IF.                                                      DBANK95P
035700     IF CD95I-INC-CNTRY IS EQUAL TO SPACES OR                     DBANK95P
035800        CD95I-INDUSTRY IS EQUAL TO SPACES                         DBANK95P
035900       SET CD95O-ERROR TO TRUE                                    DBANK95P
036000       MOVE 'Incorporation country and industry code are required'DBANK95P
036100         TO CD95O-MSG                                             DBANK95P
036200       GO TO PROFILE-PROCESSING-EXIT                              DBANK95P
036300     END-IF.                                                      DBANK95P
036400     IF CD95I-ADDR1 IS EQUAL TO SPACES                            DBANK95P
036500       SET CD95O-ERROR TO TRUE                                    DBANK95P
036600       MOVE 'Registered address is required' TO CD95O-MSG         DBANK95P
036700       GO TO PROFILE-PROCESSING-EXIT                              DBANK95P
036800     END-IF.                                                      DBANK95P
036809     IF CD95I-ANALYSIS-ACCNO IS EQUAL TO LOW-VALUES               DBANK95P
036818       MOVE SPACES TO CD95I-ANALYSIS-ACCNO                        DBANK95P
036827     END-IF.                                                      DBANK95P
036836     IF CD95I-ANALYSIS-ACCNO IS NOT EQUAL TO SPACES               DBANK95P
036845       PERFORM CHECK-ANALYSIS-ACCOUNT THRU                        DBANK95P
036854               CHECK-ANALYSIS-ACCOUNT-EXIT                        DBANK95P
036863       IF NOT CD95O-OK                                            DBANK95P
036872         GO TO PROFILE-PROCESSING-EXIT                            DBANK95P
036881       END-IF                                                     DBANK95P
036890     END-IF.                                                      DBANK95P
036900     MOVE SPACES TO WS-NAME-IN.                                   DBANK95P
037000     MOVE CD95I-REG-NAME TO WS-NAME-IN.                           DBANK95P
037100     MOVE CD95I-PID TO WS-SCREEN-PID.                             DBANK95P
037200     PERFORM SCREEN-NAME THRU                                     DBANK95P
037300             SCREEN-NAME-EXIT.                                    DBANK95P
037400     IF WS-SCREEN-HIT IS EQUAL TO 'Y'                             DBANK95P
037500       SET CD95O-ERROR TO TRUE                                    DBANK95P
037600       MOVE 'Business held for screening review' TO CD95O-MSG     DBANK95P
037700       GO TO PROFILE-PROCESSING-EXIT                              DBANK95P
037800     END-IF.                                                      DBANK95P
037900                                                                  DBANK95P
038000     MOVE CD95I-PID TO WS-BNKBUSP-RID.                            DBANK95P
038100     EXEC CICS READ FILE('BNKBUSP')                               DBANK95P
038200                    UPDATE                                        DBANK95P
038300                    INTO(WS-BNKBUSP-REC)                          DBANK95P
038400                    LENGTH(LENGTH OF WS-BNKBUSP-REC)              DBANK95P
038500                    RIDFLD(WS-BNKBUSP-RID)                        DBANK95P
038600                    RESP(WS-RESP)                                 DBANK95P
038700     END-EXEC.                                                    DBANK95P
038800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND               DBANK95P
038900        WS-RESP IS NOT EQUAL TO DFHRESP(NOTFND)                   DBANK95P
039000       SET CD95O-ERROR TO TRUE                                    DBANK95P
039100       MOVE 'Unable to lock the business profile' TO CD95O-MSG    DBANK95P
039200       GO TO PROFILE-PROCESSING-EXIT                              DBANK95P
039300     END-IF.                                                      DBANK95P
039400     MOVE SPACES TO CD82-DATA.                                    DBANK95P
039500     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       DBANK95P
039600       MOVE SPACES TO WS-BNKBUSP-REC                              DBANK95P
039700       MOVE CD95I-PID TO BBP-REC-PID                              DBANK95P
039800       MOVE WS-TODAY TO BBP-REC-CREATED-DTE                       DBANK95P
039900       SET CD82I-ADD TO TRUE                                      DBANK95P
040000     ELSE                                                         DBANK95P
040100       MOVE WS-BNKBUSP-REC TO CD82I-BEFORE                        DBANK95P
040200       SET CD82I-CHANGE TO TRUE                                   DBANK95P
040300     END-IF.                                                      DBANK95P
040400     MOVE CD95I-REG-NAME TO BBP-REC-REG-NAME.                     DBANK95P
040500     MOVE CD95I-REG-NUMBER TO BBP-REC-REG-NUMBER.                 DBANK95P
040600     MOVE CD95I-INC-CNTRY TO BBP-REC-INC-CNTRY.                   DBANK95P
040700     MOVE CD95I-INDUSTRY TO BBP-REC-INDUSTRY.                     DBANK95P
040800     MOVE CD95I-ADDR1 TO BBP-REC-ADDR1.                           DBANK95P
040900     MOVE CD95I-ADDR2 TO BBP-REC-ADDR2.                           DBANK95P
041000     MOVE CD95I-STATE TO BBP-REC-STATE.                           DBANK95P
041100     MOVE CD95I-CNTRY TO BBP-REC-CNTRY.                           DBANK95P
041200     MOVE CD95I-POST-CODE TO BBP-REC-POST-CODE.                   DBANK95P
041250     MOVE CD95I-ANALYSIS-ACCNO TO BBP-REC-ANALYSIS-ACCNO.         DBANK95P
041300     MOVE WS-TODAY TO BBP-REC-UPDATED-DTE.                        DBANK95P
041400     MOVE CD95I-CALLER TO BBP-REC-UPDATED-BY.                     DBANK95P
041500     IF CD82I-ADD                                                 DBANK95P
041600       EXEC CICS WRITE FILE('BNKBUSP')                            DBANK95P
041700                      FROM(WS-BNKBUSP-REC)                        DBANK95P
041800                      LENGTH(LENGTH OF WS-BNKBUSP-REC)            DBANK95P
041900                      RIDFLD(WS-BNKBUSP-RID)                      DBANK95P
042000                      RESP(WS-RESP)                               DBANK95P
042100       END-EXEC                                                   DBANK95P
042200     ELSE                                                         DBANK95P
042300       EXEC CICS REWRITE FILE('BNKBUSP')                          DBANK95P
042400                      FROM(WS-BNKBUSP-REC)                        DBANK95P
042500                      LENGTH(LENGTH OF WS-BNKBUSP-REC)            DBANK95P
042600                      RESP(WS-RESP)                               DBANK95P
042700       END-EXEC                                                   DBANK95P
042800     END-IF.                                                      DBANK95P
042900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK95P
043000       SET CD95O-ERROR TO TRUE                                    DBANK95P
043100       MOVE 'Unable to record the business profile' TO CD95O-MSG  DBANK95P
043200       GO TO PROFILE-PROCESSING-EXIT                              DBANK95P
043300     END-IF.                                                      DBANK95P
043400     MOVE 'BNKBUSP' TO CD82I-TABLE.                               DBANK95P
043500     MOVE WS-BNKBUSP-RID TO CD82I-KEY.                            DBANK95P
043600     MOVE LENGTH OF WS-BNKBUSP-REC TO CD82I-IMAGE-LEN.            DBANK95P
043700     MOVE WS-BNKBUSP-REC TO CD82I-AFTER.                          DBANK95P
043800     PERFORM AUDIT-CHANGE THRU                                    DBANK95P
043900             AUDIT-CHANGE-EXIT.                                   DBANK95P
044000     PERFORM MARK-AS-BUSINESS THRU                                DBANK95P
044100             MARK-AS-BUSINESS-EXIT.                               DBANK95P
044200     IF NOT CD95O-OK                                              DBANK95P
044300       GO TO PROFILE-PROCESSING-EXIT                              DBANK95P
044400     END-IF.                                                      DBANK95P
044500     PERFORM READ-PROFILE THRU                                    DBANK95P
044600             READ-PROFILE-EXIT.                                   DBANK95P
044700     PERFORM LIST-OWNERS THRU                                     DBANK95P
044800             LIST-OWNERS-EXIT.                                    DBANK95P
044900     MOVE 'Business profile recorded' TO CD95O-MSG.               DBANK95P
045000 PROFILE-PROCESSING-EXIT.                                         DBANK95P
045100     EXIT.                                                        DBANK95P
045103                                                                  DBANK95P
045106***************************************************************** DBANK95P
045109* The nominated analysis account must be an open account of     * DBANK95P
045112* the business itself - the month-end analysis fee is debited   * DBANK95P
045115* to it                                                         * DBANK95P
045118***************************************************************** DBANK95P
045121 CHECK-ANALYSIS-ACCOUNT.                                          DBANK95P
045124     MOVE CD95I-ANALYSIS-ACCNO TO WS-BNKACC-RID.                  DBANK95P
045127     EXEC CICS READ FILE('BNKACC')                                DBANK95P
045130                    INTO(WS-BNKACC-REC)                           DBANK95P
045133                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBANK95P
045136                    RIDFLD(WS-BNKACC-RID)                         DBANK95P
045139                    RESP(WS-RESP)                                 DBANK95P
045142     END-EXEC.                                                    DBANK95P
045145     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK95P
045148       SET CD95O-ERROR TO TRUE                                    DBANK95P
045151       MOVE 'Analysis account not on file' TO CD95O-MSG           DBANK95P
045154       GO TO CHECK-ANALYSIS-ACCOUNT-EXIT                          DBANK95P
045157     END-IF.                                                      DBANK95P
045160     IF BAC-REC-PID IS NOT EQUAL TO CD95I-PID                     DBANK95P
045163       SET CD95O-ERROR TO TRUE                                    DBANK95P
045166       MOVE 'Analysis account must belong to the business'        DBANK95P
045169         TO CD95O-MSG                                             DBANK95P
045172       GO TO CHECK-ANALYSIS-ACCOUNT-EXIT                          DBANK95P
045175     END-IF.                                                      DBANK95P
045178     IF NOT BAC-STATUS-OPEN                                       DBANK95P
045181       SET CD95O-ERROR TO TRUE                                    DBANK95P
045184       MOVE 'Analysis account is not open' TO CD95O-MSG           DBANK95P
045187     END-IF.                                                      DBANK95P
045190 CHECK-ANALYSIS-ACCOUNT-EXIT.                                     DBANK95P
045193     EXIT.                                                        DBANK95P
045200                                                                  DBANK95P
045300***************************************************************** DBANK95P
045400* Set the customer type to business on BNKCUST if it is not     * DBANK95P
045500* already, journaled for forward recovery                       * DBANK95P
045600***************************************************************** DBANK95P
045700 MARK-AS-BUSINESS.                                                DBANK95P
045800     IF BCS-CUST-BUSINESS                                         DBANK95P
045900       GO TO MARK-AS-BUSINESS-EXIT                                DBANK95P
046000     END-IF.                                                      DBANK95P
046100     MOVE CD95I-PID TO WS-BNKCUST-RID.                            DBANK95P
046200     EXEC CICS READ FILE('BNKCUST')                               DBANK95P
046300                    UPDATE                                        DBANK95P
046400                    INTO(WS-BNKCUST-REC)                          DBANK95P
046500                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBANK95P
046600                    RIDFLD(WS-BNKCUST-RID)                        DBANK95P
046700                    RESP(WS-RESP)                                 DBANK95P
046800     END-EXEC.                                                    DBANK95P
046900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK95P
047000       SET CD95O-ERROR TO TRUE                                    DBANK95P
047100       MOVE 'Unable to lock the customer record' TO CD95O-MSG     DBANK95P
047200       GO TO MARK-AS-BUSINESS-EXIT                                DBANK95P
047300     END-IF.                                                      DBANK95P
047400     SET BCS-CUST-BUSINESS TO TRUE.                               DBANK95P
047500     EXEC CICS REWRITE FILE('BNKCUST')                            DBANK95P
047600                    FROM(WS-BNKCUST-REC)                          DBANK95P
047700                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBANK95P
047800                    RESP(WS-RESP)                                 DBANK95P
047900     END-EXEC.                                                    DBANK95P
048000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK95P
048100       SET CD95O-ERROR TO TRUE                                    DBANK95P
048200       MOVE 'Unable to rewrite the customer record' TO CD95O-MSG  DBANK95P
048300       GO TO MARK-AS-BUSINESS-EXIT                                DBANK95P
048400     END-IF.                                                      DBANK95P
048500     MOVE 'BNKCUST' TO CD85I-FILE.                                DBANK95P
048600     SET CD85I-CHANGE TO TRUE.                                    DBANK95P
048700     MOVE WS-BNKCUST-REC TO CD85I-IMAGE.                          DBANK95P
048800     PERFORM JOURNAL-UPDATE THRU                                  DBANK95P
048900             JOURNAL-UPDATE-EXIT.                                 DBANK95P
049000 MARK-AS-BUSINESS-EXIT.                                           DBANK95P
049100     EXIT.                                                        DBANK95P
049200                                                                  DBANK95P
049300***************************************************************** DBANK95P
049400* Add request - link a beneficial owner or controlling person.  * DBANK95P
049500* The person must be a customer on file, an owner must hold at  * DBANK95P
049600* least the threshold share, the owners together may not hold   * DBANK95P
049700* more than the whole, and the person is screened before the    * DBANK95P
049800* link is recorded                                              * DBANK95P
049900***************************************************************** DBANK95P
050000 ADD-OWNER-PROCESSING.                                            DBANK95P
050100     PERFORM FIND-CALLER THRU                                     DBANK95P
050200             FIND-CALLER-EXIT.                                    DBANK95P
050300     IF NOT CD95O-OK                                              DBANK95P
050400       GO TO ADD-OWNER-PROCESSING-EXIT                            DBANK95P
050500     END-IF.                                                      DBANK95P
050600     PERFORM FIND-BUSINESS THRU                                   DBANK95P
050700             FIND-BUSINESS-EXIT.                                  DBANK95P
050800     IF NOT CD95O-OK                                              DBANK95P
050900       GO TO ADD-OWNER-PROCESSING-EXIT                            DBANK95P
051000     END-IF.                                                      DBANK95P
051100     PERFORM READ-PROFILE THRU                                    DBANK95P
051200             READ-PROFILE-EXIT.                                   DBANK95P
051300     IF NOT BCS-CUST-BUSINESS OR CD95O-PROFILE-NO                 DBANK95P
051400       SET CD95O-ERROR TO TRUE                                    DBANK95P
051500       MOVE 'Record the business profile first' TO CD95O-MSG      DBANK95P
051600       GO TO ADD-OWNER-PROCESSING-EXIT                            DBANK95P
051700     END-IF.                                                      DBANK95P
051800     IF CD95I-OWN-PID IS EQUAL TO SPACES OR                       DBANK95P
051900        CD95I-OWN-PID IS EQUAL TO CD95I-PID                       DBANK95P
052000       SET CD95O-ERROR TO TRUE                                    DBANK95P
052100       MOVE 'Key the PID of the person to link' TO CD95O-MSG      DBANK95P
052200       GO TO ADD-OWNER-PROCESSING-EXIT                            DBANK95P
052300     END-IF.                                                      DBANK95P
052400     MOVE CD95I-OWN-ROLE TO BBO-REC-ROLE.                         DBANK95P
052500     IF NOT BBO-ROLE-VALID                                        DBANK95P
052600       SET CD95O-ERROR TO TRUE                                    DBANK95P
052700       MOVE 'Role must be O (owner) or C (controlling person)'    DBANK95P
052800         TO CD95O-MSG                                             DBANK95P
052900       GO TO ADD-OWNER-PROCESSING-EXIT                            DBANK95P
053000     END-IF.                                                      DBANK95P
053100     IF CD95I-OWN-PCT IS NOT NUMERIC                              DBANK95P
053200       MOVE ZERO TO CD95I-OWN-PCT                                 DBANK95P
053300     END-IF.                                                      DBANK95P
053400     IF CD95I-OWN-PCT IS GREATER THAN 100                         DBANK95P
053500       SET CD95O-ERROR TO TRUE                                    DBANK95P
053600       MOVE 'Share held cannot be more than 100%' TO CD95O-MSG    DBANK95P
053700       GO TO ADD-OWNER-PROCESSING-EXIT                            DBANK95P
053800     END-IF.                                                      DBANK95P
053900     IF BBO-ROLE-OWNER AND                                        DBANK95P
054000        CD95I-OWN-PCT IS LESS THAN WS-OWN-THRESHOLD               DBANK95P
054100       SET CD95O-ERROR TO TRUE                                    DBANK95P
054200       MOVE 'Share is below the ownership threshold - link as C'  DBANK95P
054300         TO CD95O-MSG                                             DBANK95P
054400       GO TO ADD-OWNER-PROCESSING-EXIT                            DBANK95P
054500     END-IF.                                                      DBANK95P
054600     PERFORM TOTAL-OWNERSHIP THRU                                 DBANK95P
054700             TOTAL-OWNERSHIP-EXIT.                                DBANK95P
054800     IF BBO-ROLE-OWNER                                            DBANK95P
054900       ADD CD95I-OWN-PCT TO WS-OWNED-TOTAL                        DBANK95P
055000     END-IF.                                                      DBANK95P
055100     IF WS-OWNED-TOTAL IS GREATER THAN 100                        DBANK95P
055200       SET CD95O-ERROR TO TRUE                                    DBANK95P
055300       MOVE 'The owners would hold more than 100%' TO CD95O-MSG   DBANK95P
055400       GO TO ADD-OWNER-PROCESSING-EXIT                            DBANK95P
055500     END-IF.                                                      DBANK95P
055600                                                                  DBANK95P
055700     MOVE CD95I-OWN-PID TO WS-BNKCUST-RID.                        DBANK95P
055800     EXEC CICS READ FILE('BNKCUST')                               DBANK95P
055900                    INTO(WS-BNKCUST-REC)                          DBANK95P
056000                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBANK95P
056100                    RIDFLD(WS-BNKCUST-RID)                        DBANK95P
056200                    RESP(WS-RESP)                                 DBANK95P
056300     END-EXEC.                                                    DBANK95P
056400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK95P
056500       SET CD95O-ERROR TO TRUE                                    DBANK95P
056600       MOVE 'Person to link is not on file as a customer'         DBANK95P
056700         TO CD95O-MSG                                             DBANK95P
056800       GO TO ADD-OWNER-PROCESSING-EXIT                            DBANK95P
056900     END-IF.                                                      DBANK95P
057000     IF BCS-MINOR                                                 DBANK95P
057100       SET CD95O-ERROR TO TRUE                                    DBANK95P
057200       MOVE 'A minor cannot be linked to a business' TO CD95O-MSG DBANK95P
057300       GO TO ADD-OWNER-PROCESSING-EXIT                            DBANK95P
057400     END-IF.                                                      DBANK95P
057500     MOVE SPACES TO WS-NAME-IN.                                   DBANK95P
057600     MOVE BCS-REC-NAME TO WS-NAME-IN.                             DBANK95P
057700     MOVE CD95I-OWN-PID TO WS-SCREEN-PID.                         DBANK95P
057800     PERFORM SCREEN-NAME THRU                                     DBANK95P
057900             SCREEN-NAME-EXIT.                                    DBANK95P
058000     IF WS-SCREEN-HIT IS EQUAL TO 'Y'                             DBANK95P
058100       SET CD95O-ERROR TO TRUE                                    DBANK95P
058200       MOVE 'Link held for screening review' TO CD95O-MSG         DBANK95P
058300       GO TO ADD-OWNER-PROCESSING-EXIT                            DBANK95P
058400     END-IF.                                                      DBANK95P
058500                                                                  DBANK95P
058600     MOVE CD95I-PID TO WS-BNKBOWN-RID-BUS.                        DBANK95P
058700     MOVE CD95I-OWN-PID TO WS-BNKBOWN-RID-OWN.                    DBANK95P
058800     EXEC CICS READ FILE('BNKBOWN')                               DBANK95P
058900                    UPDATE                                        DBANK95P
059000                    INTO(WS-BNKBOWN-REC)                          DBANK95P
059100                    LENGTH(LENGTH OF WS-BNKBOWN-REC)              DBANK95P
059200                    RIDFLD(WS-BNKBOWN-RID)                        DBANK95P
059300                    RESP(WS-RESP)                                 DBANK95P
059400     END-EXEC.                                                    DBANK95P
059500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND               DBANK95P
059600        WS-RESP IS NOT EQUAL TO DFHRESP(NOTFND)                   DBANK95P
059700       SET CD95O-ERROR TO TRUE                                    DBANK95P
059800       MOVE 'Unable to lock the ownership link' TO CD95O-MSG      DBANK95P
059900       GO TO ADD-OWNER-PROCESSING-EXIT                            DBANK95P
060000     END-IF.                                                      DBANK95P
060100     MOVE SPACES TO CD82-DATA.                                    DBANK95P
060200     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       DBANK95P
060300       MOVE SPACES TO WS-BNKBOWN-REC                              DBANK95P
060400       MOVE CD95I-PID TO BBO-REC-BUS-PID                          DBANK95P
060500       MOVE CD95I-OWN-PID TO BBO-REC-OWN-PID                      DBANK95P
060600       SET CD82I-ADD TO TRUE                                      DBANK95P
060700     ELSE                                                         DBANK95P
060800       MOVE WS-BNKBOWN-REC TO CD82I-BEFORE                        DBANK95P
060900       SET CD82I-CHANGE TO TRUE                                   DBANK95P
061000     END-IF.                                                      DBANK95P
061100     IF CD82I-ADD OR BBO-STATUS-REMOVED                           DBANK95P
061200       SET BBO-STATUS-ACTIVE TO TRUE                              DBANK95P
061300       MOVE WS-TODAY TO BBO-REC-ADDED-DTE                         DBANK95P
061400       MOVE CD95I-CALLER TO BBO-REC-ADDED-BY                      DBANK95P
061500       MOVE SPACES TO BBO-REC-REMOVED-DTE                         DBANK95P
061600       MOVE SPACES TO BBO-REC-REMOVED-BY                          DBANK95P
061700     END-IF.                                                      DBANK95P
061800     MOVE CD95I-OWN-ROLE TO BBO-REC-ROLE.                         DBANK95P
061900     MOVE CD95I-OWN-PCT TO BBO-REC-PCT.                           DBANK95P
062000     MOVE WS-TODAY TO BBO-REC-SCREENED-DTE.                       DBANK95P
062100     IF CD82I-ADD                                                 DBANK95P
062200       EXEC CICS WRITE FILE('BNKBOWN')                            DBANK95P
062300                      FROM(WS-BNKBOWN-REC)                        DBANK95P
062400                      LENGTH(LENGTH OF WS-BNKBOWN-REC)            DBANK95P
062500                      RIDFLD(WS-BNKBOWN-RID)                      DBANK95P
062600                      RESP(WS-RESP)                               DBANK95P
062700       END-EXEC                                                   DBANK95P
062800     ELSE                                                         DBANK95P
062900       EXEC CICS REWRITE FILE('BNKBOWN')                          DBANK95P
063000                      FROM(WS-BNKBOWN-REC)                        DBANK95P
063100                      LENGTH(LENGTH OF WS-BNKBOWN-REC)            DBANK95P
063200                      RESP(WS-RESP)                               DBANK95P
063300       END-EXEC                                                   DBANK95P
063400     END-IF.                                                      DBANK95P
063500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK95P
063600       SET CD95O-ERROR TO TRUE                                    DBANK95P
063700       MOVE 'Unable to record the ownership link' TO CD95O-MSG    DBANK95P
063800       GO TO ADD-OWNER-PROCESSING-EXIT                            DBANK95P
063900     END-IF.                                                      DBANK95P
064000     PERFORM AUDIT-OWNER-CHANGE THRU                              DBANK95P
064100             AUDIT-OWNER-CHANGE-EXIT.                             DBANK95P
064200     PERFORM LIST-OWNERS THRU                                     DBANK95P
064300             LIST-OWNERS-EXIT.                                    DBANK95P
064400     MOVE 'Person linked to the business' TO CD95O-MSG.           DBANK95P
064500 ADD-OWNER-PROCESSING-EXIT.                                       DBANK95P
064600     EXIT.                                                        DBANK95P
064700                                                                  DBANK95P
064800***************************************************************** DBANK95P
064900* Total the share held by the active owners other than the one  * DBANK95P
065000* being linked, into WS-OWNED-TOTAL                             * DBANK95P
065100***************************************************************** DBANK95P
065200 TOTAL-OWNERSHIP.                                                 DBANK95P
065300     MOVE ZERO TO WS-OWNED-TOTAL.                                 DBANK95P
065400     MOVE CD95I-PID TO WS-BNKBOWN-RID-BUS.                        DBANK95P
065500     MOVE LOW-VALUES TO WS-BNKBOWN-RID-OWN.                       DBANK95P
065600     EXEC CICS STARTBR FILE('BNKBOWN')                            DBANK95P
065700                  RIDFLD(WS-BNKBOWN-RID)                          DBANK95P
065800                  GTEQ                                            DBANK95P
065900                  RESP(WS-RESP)                                   DBANK95P
066000     END-EXEC.                                                    DBANK95P
066100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK95P
066200       GO TO TOTAL-OWNERSHIP-EXIT                                 DBANK95P
066300     END-IF.                                                      DBANK95P
066400 TOTAL-OWNERSHIP-LOOP.                                            DBANK95P
066500     EXEC CICS READNEXT FILE('BNKBOWN')                           DBANK95P
066600                  INTO(WS-BNKBOWN-REC)                            DBANK95P
066700                  LENGTH(LENGTH OF WS-BNKBOWN-REC)                DBANK95P
066800                  RIDFLD(WS-BNKBOWN-RID)                          DBANK95P
066900                  RESP(WS-RESP)                                   DBANK95P
067000     END-EXEC.                                                    DBANK95P
067100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK95P
067200        BBO-REC-BUS-PID IS NOT EQUAL TO CD95I-PID                 DBANK95P
067300       GO TO TOTAL-OWNERSHIP-DONE                                 DBANK95P
067400     END-IF.                                                      DBANK95P
067500     IF BBO-STATUS-ACTIVE AND BBO-ROLE-OWNER AND                  DBANK95P
067600        BBO-REC-OWN-PID IS NOT EQUAL TO CD95I-OWN-PID             DBANK95P
067700       ADD BBO-REC-PCT TO WS-OWNED-TOTAL                          DBANK95P
067800     END-IF.                                                      DBANK95P
067900     GO TO TOTAL-OWNERSHIP-LOOP.                                  DBANK95P
068000 TOTAL-OWNERSHIP-DONE.                                            DBANK95P
068100     EXEC CICS ENDBR FILE('BNKBOWN')                              DBANK95P
068200     END-EXEC.                                                    DBANK95P
068300     MOVE CD95I-OWN-ROLE TO BBO-REC-ROLE.                         DBANK95P
068400 TOTAL-OWNERSHIP-EXIT.                                            DBANK95P
068500     EXIT.                                                        DBANK95P
068600                                                                  DBANK95P
068700***************************************************************** DBANK95P
068800* Remove request - a supervisor marks a link removed but keeps  * DBANK95P
068900* the row                                                       * DBANK95P
069000***************************************************************** DBANK95P
069100 REMOVE-OWNER-PROCESSING.                                         DBANK95P
069200     PERFORM FIND-CALLER THRU                                     DBANK95P
069300             FIND-CALLER-EXIT.                                    DBANK95P
069400     IF NOT CD95O-OK                                              DBANK95P
069500       GO TO REMOVE-OWNER-PROCESSING-EXIT                         DBANK95P
069600     END-IF.                                                      DBANK95P
069700     IF WS-CALLER-SUPER IS NOT EQUAL TO 'Y'                       DBANK95P
069800       SET CD95O-ERROR TO TRUE                                    DBANK95P
069900       MOVE 'Only a supervisor may remove an ownership link'      DBANK95P
070000         TO CD95O-MSG                                             DBANK95P
070100       GO TO REMOVE-OWNER-PROCESSING-EXIT                         DBANK95P
070200     END-IF.                                                      DBANK95P
070300     PERFORM FIND-BUSINESS THRU                                   DBANK95P
070400             FIND-BUSINESS-EXIT.                                  DBANK95P
070500     IF NOT CD95O-OK                                              DBANK95P
070600       GO TO REMOVE-OWNER-PROCESSING-EXIT                         DBANK95P
070700     END-IF.                                                      DBANK95P
070800     MOVE CD95I-PID TO WS-BNKBOWN-RID-BUS.                        DBANK95P
070900     MOVE CD95I-OWN-PID TO WS-BNKBOWN-RID-OWN.                    DBANK95P
071000     EXEC CICS READ FILE('BNKBOWN')                               DBANK95P
071100                    UPDATE                                        DBANK95P
071200                    INTO(WS-BNKBOWN-REC)                          DBANK95P
071300                    LENGTH(LENGTH OF WS-BNKBOWN-REC)              DBANK95P
071400                    RIDFLD(WS-BNKBOWN-RID)                        DBANK95P
071500                    RESP(WS-RESP)                                 DBANK95P
071600     END-EXEC.                                                    DBANK95P
071700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK95P
071800       SET CD95O-NOTFND TO TRUE                                   DBANK95P
071900       MOVE 'That person is not linked to the business'           DBANK95P
072000         TO CD95O-MSG                                             DBANK95P
072100       GO TO REMOVE-OWNER-PROCESSING-EXIT                         DBANK95P
072200     END-IF.                                                      DBANK95P
072300     IF BBO-STATUS-REMOVED                                        DBANK95P
072400       EXEC CICS UNLOCK FILE('BNKBOWN')                           DBANK95P
072500       END-EXEC                                                   DBANK95P
072600       SET CD95O-ERROR TO TRUE                                    DBANK95P
072700       MOVE 'That link is already removed' TO CD95O-MSG           DBANK95P
072800       GO TO REMOVE-OWNER-PROCESSING-EXIT                         DBANK95P
072900     END-IF.                                                      DBANK95P
073000     MOVE SPACES TO CD82-DATA.                                    DBANK95P
073100     MOVE WS-BNKBOWN-REC TO CD82I-BEFORE.                         DBANK95P
073200     SET CD82I-CHANGE TO TRUE.                                    DBANK95P
073300     SET BBO-STATUS-REMOVED TO TRUE.                              DBANK95P
073400     MOVE WS-TODAY TO BBO-REC-REMOVED-DTE.                        DBANK95P
073500     MOVE CD95I-CALLER TO BBO-REC-REMOVED-BY.                     DBANK95P
073600     EXEC CICS REWRITE FILE('BNKBOWN')                            DBANK95P
073700                    FROM(WS-BNKBOWN-REC)                          DBANK95P
073800                    LENGTH(LENGTH OF WS-BNKBOWN-REC)              DBANK95P
073900                    RESP(WS-RESP)                                 DBANK95P
074000     END-EXEC.                                                    DBANK95P
074100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBANK95P
074200       SET CD95O-ERROR TO TRUE                                    DBANK95P
074300       MOVE 'Unable to remove the ownership link' TO CD95O-MSG    DBANK95P
074400       GO TO REMOVE-OWNER-PROCESSING-EXIT                         DBANK95P
074500     END-IF.                                                      DBANK95P
074600     PERFORM AUDIT-OWNER-CHANGE THRU                              DBANK95P
074700             AUDIT-OWNER-CHANGE-EXIT.                             DBANK95P
074800     PERFORM READ-PROFILE THRU                                    DBANK95P
074900             READ-PROFILE-EXIT.                                   DBANK95P
075000     PERFORM LIST-OWNERS THRU                                     DBANK95P
075100             LIST-OWNERS-EXIT.                                    DBANK95P
075200     MOVE 'Ownership link removed' TO CD95O-MSG.                  DBANK95P
075300 REMOVE-OWNER-PROCESSING-EXIT.                                    DBANK95P
075400     EXIT.                                                        DBANK95P
075500                                                                  DBANK95P
075600***************************************************************** DBANK95P
075700* Denied-party screening of the name in WS-NAME-IN - the same   * DBANK95P
075800* UDPMATCH normalization and BNKDENY keyed read as onboarding.  * DBANK95P
075900* A hit the reviewer already cleared for this captured name     * DBANK95P
076000* goes through; any other hit is queued for review and          * DBANK95P
076100* WS-SCREEN-HIT is set                                          * DBANK95P
076200***************************************************************** DBANK95P
076300 SCREEN-NAME.                                                     DBANK95P
076400     MOVE 'N' TO WS-SCREEN-HIT.                                   DBANK95P
076500     CALL 'UDPMATCH' USING WS-NAME-IN                             DBANK95P
076600                           WS-NAME-NORM.                          DBANK95P
076700     MOVE WS-NAME-NORM TO WS-BNKDENY-RID.                         DBANK95P
076800     EXEC CICS READ FILE('BNKDENY')                               DBANK95P
076900                    INTO(WS-BNKDENY-REC)                          DBANK95P
077000                    LENGTH(LENGTH OF WS-BNKDENY-REC)              DBANK95P
077100                    RIDFLD(WS-BNKDENY-RID)                        DBANK95P
077200                    RESP(WS-DENY-RESP)                            DBANK95P
077300     END-EXEC.                                                    DBANK95P
077400     IF WS-DENY-RESP IS NOT EQUAL TO DFHRESP(NORMAL)              DBANK95P
077500       GO TO SCREEN-NAME-EXIT                                     DBANK95P
077600     END-IF.                                                      DBANK95P
077700     PERFORM CHECK-CLEARED-OVERRIDE THRU                          DBANK95P
077800             CHECK-CLEARED-OVERRIDE-EXIT.                         DBANK95P
077900     IF WS-OVERRIDE-FLAG IS EQUAL TO 'Y'                          DBANK95P
078000       GO TO SCREEN-NAME-EXIT                                     DBANK95P
078100     END-IF.                                                      DBANK95P
078200     PERFORM WRITE-SCREENING-HIT THRU                             DBANK95P
078300             WRITE-SCREENING-HIT-EXIT.                            DBANK95P
078400     MOVE 'Y' TO WS-SCREEN-HIT.                                   DBANK95P
078500 SCREEN-NAME-EXIT.                                                DBANK95P
078600     EXIT.                                                        DBANK95P
078700                                                                  DBANK95P
078800***************************************************************** DBANK95P
078900* Queue the pending screening hit for the reviewer              * DBANK95P
079000***************************************************************** DBANK95P
079100 WRITE-SCREENING-HIT.                                             DBANK95P
079200 COPY CTSTAMPP.                                                   DBANK95P
079300     MOVE SPACES TO WS-BNKDENYQ-REC.                              DBANK95P
079400     MOVE WS-TIMESTAMP TO DNH-REC-TIMESTAMP.                      DBANK95P
079500     SET DNH-STATUS-PENDING TO TRUE.                              DBANK95P
079600     MOVE WS-SCREEN-PID TO DNH-REC-PID.                           DBANK95P
079700     MOVE WS-NAME-IN TO DNH-REC-NAME-CAPTURED.                    DBANK95P
079800     MOVE DNY-REC-NAME-LISTED TO DNH-REC-NAME-LISTED.             DBANK95P
079900     SET DNH-EVENT-BUSINESS TO TRUE.                              DBANK95P
080000     EXEC CICS ASSIGN USERID(DNH-REC-SUBMIT-USERID)               DBANK95P
080100     END-EXEC.                                                    DBANK95P
080200     MOVE WS-TIMESTAMP TO WS-BNKDENYQ-RID.                        DBANK95P
080300     EXEC CICS WRITE FILE('BNKDENYQ')                             DBANK95P
080400                    FROM(WS-BNKDENYQ-REC)                         DBANK95P
080500                    LENGTH(LENGTH OF WS-BNKDENYQ-REC)             DBANK95P
080600                    RIDFLD(WS-BNKDENYQ-RID)                       DBANK95P
080700                    RESP(WS-DENY-RESP)                            DBANK95P
080800     END-EXEC.                                                    DBANK95P
080900 WRITE-SCREENING-HIT-EXIT.                                        DBANK95P
081000     EXIT.                                                        DBANK95P
081100                                                                  DBANK95P
081200***************************************************************** DBANK95P
081300* Has the reviewer already cleared this captured name against   * DBANK95P
081400* this listed name?                                             * DBANK95P
081500***************************************************************** DBANK95P
081600 CHECK-CLEARED-OVERRIDE.                                          DBANK95P
081700     MOVE 'N' TO WS-OVERRIDE-FLAG.                                DBANK95P
081800     MOVE 0 TO WS-DENYQ-SCAN.                                     DBANK95P
081900     MOVE LOW-VALUES TO WS-BNKDENYQ-RID.                          DBANK95P
082000     EXEC CICS STARTBR FILE('BNKDENYQ')                           DBANK95P
082100                  RIDFLD(WS-BNKDENYQ-RID)                         DBANK95P
082200                  GTEQ                                            DBANK95P
082300                  RESP(WS-DENY-RESP)                              DBANK95P
082400     END-EXEC.                                                    DBANK95P
082500     IF WS-DENY-RESP IS NOT EQUAL TO DFHRESP(NORMAL)              DBANK95P
082600       GO TO CHECK-CLEARED-OVERRIDE-EXIT                          DBANK95P
082700     END-IF.                                                      DBANK95P
082800 CHECK-CLEARED-LOOP.                                              DBANK95P
082900     ADD 1 TO WS-DENYQ-SCAN.                                      DBANK95P
083000     IF WS-DENYQ-SCAN IS GREATER THAN 500                         DBANK95P
083100       GO TO CHECK-CLEARED-DONE                                   DBANK95P
083200     END-IF.                                                      DBANK95P
083300     EXEC CICS READNEXT FILE('BNKDENYQ')                          DBANK95P
083400                  INTO(WS-BNKDENYQ-REC)                           DBANK95P
083500                  LENGTH(LENGTH OF WS-BNKDENYQ-REC)               DBANK95P
083600                  RIDFLD(WS-BNKDENYQ-RID)                         DBANK95P
083700                  RESP(WS-DENY-RESP)                              DBANK95P
083800     END-EXEC.                                                    DBANK95P
083900     IF WS-DENY-RESP IS NOT EQUAL TO DFHRESP(NORMAL)              DBANK95P
084000       GO TO CHECK-CLEARED-DONE                                   DBANK95P
084100     END-IF.                                                      DBANK95P
084200     IF NOT DNH-STATUS-CLEARED                                    DBANK95P
084300       GO TO CHECK-CLEARED-LOOP                                   DBANK95P
084400     END-IF.                                                      DBANK95P
084500     IF DNH-REC-NAME-LISTED IS NOT EQUAL TO DNY-REC-NAME-LISTED   DBANK95P
084600       GO TO CHECK-CLEARED-LOOP                                   DBANK95P
084700     END-IF.                                                      DBANK95P
084800     IF DNH-REC-NAME-CAPTURED IS NOT EQUAL TO WS-NAME-IN          DBANK95P
084900       GO TO CHECK-CLEARED-LOOP                                   DBANK95P
085000     END-IF.                                                      DBANK95P
085100     MOVE 'Y' TO WS-OVERRIDE-FLAG.                                DBANK95P
085200 CHECK-CLEARED-DONE.                                              DBANK95P
085300     EXEC CICS ENDBR FILE('BNKDENYQ')                             DBANK95P
085400     END-EXEC.                                                    DBANK95P
085500 CHECK-CLEARED-OVERRIDE-EXIT.                                     DBANK95P
085600     EXIT.                                                        DBANK95P
085700                                                                  DBANK95P
085800***************************************************************** DBANK95P
085900* Write the link row before and after to the BNKRAUD change     * DBANK95P
086000* audit                                                         * DBANK95P
086100***************************************************************** DBANK95P
086200 AUDIT-OWNER-CHANGE.                                              DBANK95P
086300     MOVE 'BNKBOWN' TO CD82I-TABLE.                               DBANK95P
086400     MOVE WS-BNKBOWN-RID TO CD82I-KEY.                            DBANK95P
086500     MOVE LENGTH OF WS-BNKBOWN-REC TO CD82I-IMAGE-LEN.            DBANK95P
086600     MOVE WS-BNKBOWN-REC TO CD82I-AFTER.                          DBANK95P
086700     PERFORM AUDIT-CHANGE THRU                                    DBANK95P
086800             AUDIT-CHANGE-EXIT.                                   DBANK95P
086900 AUDIT-OWNER-CHANGE-EXIT.                                         DBANK95P
087000     EXIT.                                                        DBANK95P
087100                                                                  DBANK95P
087200 AUDIT-CHANGE.                                                    DBANK95P
087300     MOVE WS-PROGRAM-ID TO CD82I-PROGRAM.                         DBANK95P
087400 COPY CBANKX82.                                                   DBANK95P
087500 AUDIT-CHANGE-EXIT.                                               DBANK95P
087600     EXIT.                                                        DBANK95P
087700                                                                  DBANK95P
087800 JOURNAL-UPDATE.                                                  DBANK95P
087900     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         DBANK95P
088000 COPY CBANKX85.                                                   DBANK95P
088100 JOURNAL-UPDATE-EXIT.                                             DBANK95P
088200     EXIT.                                                        DBANK95P
088300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK95P
