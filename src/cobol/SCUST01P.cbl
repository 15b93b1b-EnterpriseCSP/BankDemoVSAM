002410*              PF10 records an existing customer's backup-      * SCUST01P
002420*              withholding standing (flag, certified rate,      * SCUST01P
002430*              certification status) through the same module.   * SCUST01P
002431*              PF11 records a customer's CRS/FATCA tax-         * SCUST01P
002432*              residency self-certification (DBANK78P), and a   * SCUST01P
002433*              new customer is checked for foreign indicia as   * SCUST01P
002434*              soon as it is created.                           * SCUST01P
002435*              PF12 shows a customer's marketing consent on     * SCUST01P
002436*              each channel, or records new consent keyed for   * SCUST01P
002437*              mail, email, phone or SMS, through DBANK79P.     * SCUST01P
002438*              The SIN and date of birth are captured too, so   * SCUST01P
002439*              the weekly duplicate-customer run can score a    * SCUST01P
002440*              new relationship against the ones on file.       * SCUST01P
002441*              The postcode, state and town are checked         * SCUST01P
002442*              against the postal authority file (DBANK91P).    * SCUST01P
002443*              A customer under the age of majority is opened   * SCUST01P
002444*              as a minor and needs the guardian's PID keyed.   * SCUST01P
002445*              A business customer is opened with type B; its   * SCUST01P
002446*              profile and owners are recorded at SBUSN01P.     * SCUST01P
002464***************************************************************** SCUST01P
002482                                                                  SCUST01P
002500 IDENTIFICATION DIVISION.                                         SCUST01P
002600 PROGRAM-ID.                                                      SCUST01P
002700     SCUST01P.                                                    SCUST01P
004000   05  WS-RESP                               PIC S9(8) COMP.      SCUST01P
004010   05  WS-RATE-IN                            PIC X(4).            SCUST01P
004020   05  WS-RATE-IN-N REDEFINES WS-RATE-IN     PIC 9(2)V99.         SCUST01P
004028   05  WS-DOB-IN                             PIC X(10).           SCUST01P
004036   05  FILLER REDEFINES WS-DOB-IN.                                SCUST01P
004044     10  WS-DOB-YEAR                         PIC X(4).            SCUST01P
004052     10  WS-DOB-DASH1                        PIC X(1).            SCUST01P
004060     10  WS-DOB-MONTH                        PIC X(2).            SCUST01P
004068     10  WS-DOB-DASH2                        PIC X(1).            SCUST01P
004076     10  WS-DOB-DAY                          PIC X(2).            SCUST01P
004084   05  WS-SIN-IN                             PIC X(9).            SCUST01P
004086   05  WS-GUARDIAN-IN                        PIC X(5).            SCUST01P
004093   05  WS-CTYPE-IN                           PIC X(1).            SCUST01P
004100                                                                  SCUST01P
004200 01  WS-COMMAREA-23.                                              SCUST01P
004300 COPY CBANKD23.                                                   SCUST01P
004400                                                                  SCUST01P
004500 01  WS-COMMAREA-25.                                              SCUST01P
004600 COPY CBANKD25.                                                   SCUST01P
004625                                                                  SCUST01P
004650 01  WS-COMMAREA-78.                                              SCUST01P
004675 COPY CBANKD78.                                                   SCUST01P
004681                                                                  SCUST01P
004687 01  WS-COMMAREA-79.                                              SCUST01P
004693 COPY CBANKD79.                                                   SCUST01P
004694                                                                  SCUST01P
004695 01  WS-COMMAREA-91.                                              SCUST01P
004696 COPY CBANKD91.                                                   SCUST01P
004700                                                                  SCUST01P
004800 COPY DFHAID.                                                     SCUST01P
004900                                                                  SCUST01P
008410       WHEN EIBAID IS EQUAL TO DFHPF10                            SCUST01P
008420         PERFORM SET-WITHHOLDING THRU                             SCUST01P
008430                 SET-WITHHOLDING-EXIT                             SCUST01P
008431       WHEN EIBAID IS EQUAL TO DFHPF11                            SCUST01P
008432         PERFORM SET-TAX-RESIDENCY THRU                           SCUST01P
008433                 SET-TAX-RESIDENCY-EXIT                           SCUST01P
008434       WHEN EIBAID IS EQUAL TO DFHPF12                            SCUST01P
008435         PERFORM SET-MARKETING-CONSENT THRU                       SCUST01P
008436                 SET-MARKETING-CONSENT-EXIT                       SCUST01P
008468       WHEN OTHER                                                 SCUST01P
008500         PERFORM CREATE-CUSTOMER THRU                             SCUST01P
008600                 CREATE-CUSTOMER-EXIT                             SCUST01P
008700     END-EVALUATE.                                                SCUST01P
009800***************************************************************** SCUST01P
009900 SEND-BLANK-SCREEN.                                               SCUST01P
010000     MOVE LOW-VALUES TO CUST01AO.                                 SCUST01P
010066     MOVE                                                         SCUST01P
010133       'Enter=Create PF10=WHT PF11=Tax res PF12=Consent PF3=Exit' SCUST01P
010200       TO ERRMSGO IN CUST01AO.                                    SCUST01P
010300     EXEC CICS SEND MAP('CUST01A')                                SCUST01P
010400                MAPSET('MCUST01')                                 SCUST01P
015500               RESEND-SCREEN-EXIT                                 SCUST01P
015600       GO TO CREATE-CUSTOMER-EXIT                                 SCUST01P
015700     END-IF.                                                      SCUST01P
015703     MOVE SINI IN CUST01AI TO WS-SIN-IN.                          SCUST01P
015706     IF WS-SIN-IN IS EQUAL TO LOW-VALUES                          SCUST01P
015709       MOVE SPACES TO WS-SIN-IN                                   SCUST01P
015712     END-IF.                                                      SCUST01P
015715     IF WS-SIN-IN IS NOT EQUAL TO SPACES AND                      SCUST01P
015718        WS-SIN-IN IS NOT NUMERIC                                  SCUST01P
015721       MOVE 'SIN must be nine digits' TO ERRMSGO IN CUST01AO      SCUST01P
015724       PERFORM RESEND-SCREEN THRU                                 SCUST01P
015727               RESEND-SCREEN-EXIT                                 SCUST01P
015730       GO TO CREATE-CUSTOMER-EXIT                                 SCUST01P
015733     END-IF.                                                      SCUST01P
015736     MOVE DOBI IN CUST01AI TO WS-DOB-IN.                          SCUST01P
015739     IF WS-DOB-IN IS EQUAL TO LOW-VALUES                          SCUST01P
015742       MOVE SPACES TO WS-DOB-IN                                   SCUST01P
015745     END-IF.                                                      SCUST01P
015748     IF WS-DOB-IN IS NOT EQUAL TO SPACES                          SCUST01P
015751       IF WS-DOB-YEAR IS NOT NUMERIC OR                           SCUST01P
015754          WS-DOB-MONTH IS NOT NUMERIC OR                          SCUST01P
015757          WS-DOB-DAY IS NOT NUMERIC OR                            SCUST01P
015760          WS-DOB-DASH1 IS NOT EQUAL TO '-' OR                     SCUST01P
015763          WS-DOB-DASH2 IS NOT EQUAL TO '-' OR                     SCUST01P
015766          WS-DOB-MONTH IS LESS THAN '01' OR                       SCUST01P
015769          WS-DOB-MONTH IS GREATER THAN '12' OR                    SCUST01P
015772          WS-DOB-DAY IS LESS THAN '01' OR                         SCUST01P
015775          WS-DOB-DAY IS GREATER THAN '31'                         SCUST01P
015778         MOVE 'Date of birth must be ccyy-mm-dd'                  SCUST01P
015781           TO ERRMSGO IN CUST01AO                                 SCUST01P
015784         PERFORM RESEND-SCREEN THRU                               SCUST01P
015787                 RESEND-SCREEN-EXIT                               SCUST01P
015790         GO TO CREATE-CUSTOMER-EXIT                               SCUST01P
015793       END-IF                                                     SCUST01P
015796     END-IF.                                                      SCUST01P
015800                                                                  SCUST01P
015900***************************************************************** SCUST01P
016000* Validate the state/province code against the reference table  * SCUST01P
017800               RESEND-SCREEN-EXIT                                 SCUST01P
017900       GO TO CREATE-CUSTOMER-EXIT                                 SCUST01P
018000     END-IF.                                                      SCUST01P
018003***************************************************************** SCUST01P
018006* Check the postcode, state and town against the postal         * SCUST01P
018009* authority file - offer the standard form if it only differs   * SCUST01P
018012* in layout, otherwise send the address back to be corrected    * SCUST01P
018015***************************************************************** SCUST01P
018018     MOVE SPACES TO CD91-DATA.                                    SCUST01P
018021     SET CD91I-VALIDATE TO TRUE.                                  SCUST01P
018024     MOVE PSTCDI IN CUST01AI TO CD91I-POSTCODE.                   SCUST01P
018027     MOVE STATEI IN CUST01AI TO CD91I-STATE.                      SCUST01P
018030     MOVE CNTRYI IN CUST01AI TO CD91I-CNTRY.                      SCUST01P
018033     MOVE ADDR2I IN CUST01AI TO CD91I-TOWN.                       SCUST01P
018036 COPY CBANKX91.                                                   SCUST01P
018039     IF CD91O-CLOSE                                               SCUST01P
018042       MOVE CD91O-STD-POSTCODE TO PSTCDO IN CUST01AO              SCUST01P
018045       MOVE CD91O-STD-STATE TO STATEO IN CUST01AO                 SCUST01P
018048       MOVE CD91O-STD-TOWN TO ADDR2O IN CUST01AO                  SCUST01P
018051       MOVE 'Address put in postal form - check, Enter'           SCUST01P
018054         TO ERRMSGO IN CUST01AO                                   SCUST01P
018057       PERFORM RESEND-SCREEN THRU                                 SCUST01P
018060               RESEND-SCREEN-EXIT                                 SCUST01P
018063       GO TO CREATE-CUSTOMER-EXIT                                 SCUST01P
018066     END-IF.                                                      SCUST01P
018069     IF NOT CD91O-OK                                              SCUST01P
018072       MOVE CD91O-MSG TO ERRMSGO IN CUST01AO                      SCUST01P
018075       PERFORM RESEND-SCREEN THRU                                 SCUST01P
018078               RESEND-SCREEN-EXIT                                 SCUST01P
018081       GO TO CREATE-CUSTOMER-EXIT                                 SCUST01P
018084     END-IF.                                                      SCUST01P
018087                                                                  SCUST01P
018088     MOVE GRDPIDI IN CUST01AI TO WS-GUARDIAN-IN.                  SCUST01P
018089     IF WS-GUARDIAN-IN IS EQUAL TO LOW-VALUES                     SCUST01P
018090       MOVE SPACES TO WS-GUARDIAN-IN                              SCUST01P
018091     END-IF.                                                      SCUST01P
018092     IF WS-GUARDIAN-IN IS NOT EQUAL TO SPACES AND                 SCUST01P
018093        WS-GUARDIAN-IN IS NOT NUMERIC                             SCUST01P
018094       MOVE 'Guardian PID must be five digits'                    SCUST01P
018095         TO ERRMSGO IN CUST01AO                                   SCUST01P
018096       PERFORM RESEND-SCREEN THRU                                 SCUST01P
018097               RESEND-SCREEN-EXIT                                 SCUST01P
018098       GO TO CREATE-CUSTOMER-EXIT                                 SCUST01P
018099     END-IF.                                                      SCUST01P
018100                                                                  SCUST01P
018104     MOVE CTYPEI IN CUST01AI TO WS-CTYPE-IN.                      SCUST01P
018108     IF WS-CTYPE-IN IS EQUAL TO LOW-VALUES OR                     SCUST01P
018112        WS-CTYPE-IN IS EQUAL TO SPACES                            SCUST01P
018116       MOVE 'P' TO WS-CTYPE-IN                                    SCUST01P
018120     END-IF.                                                      SCUST01P
018124     IF WS-CTYPE-IN IS NOT EQUAL TO 'P' AND                       SCUST01P
018128        WS-CTYPE-IN IS NOT EQUAL TO 'B'                           SCUST01P
018132       MOVE 'Customer type must be P (private) or B (business)'   SCUST01P
018136         TO ERRMSGO IN CUST01AO                                   SCUST01P
018140       PERFORM RESEND-SCREEN THRU                                 SCUST01P
018144               RESEND-SCREEN-EXIT                                 SCUST01P
018148       GO TO CREATE-CUSTOMER-EXIT                                 SCUST01P
018152     END-IF.                                                      SCUST01P
018156     IF WS-CTYPE-IN IS EQUAL TO 'B' AND                           SCUST01P
018160        (WS-DOB-IN IS NOT EQUAL TO SPACES OR                      SCUST01P
018164         WS-GUARDIAN-IN IS NOT EQUAL TO SPACES)                   SCUST01P
018168       MOVE 'A business takes no date of birth or guardian'       SCUST01P
018172         TO ERRMSGO IN CUST01AO                                   SCUST01P
018176       PERFORM RESEND-SCREEN THRU                                 SCUST01P
018180               RESEND-SCREEN-EXIT                                 SCUST01P
018184       GO TO CREATE-CUSTOMER-EXIT                                 SCUST01P
018188     END-IF.                                                      SCUST01P
018192                                                                  SCUST01P
018200***************************************************************** SCUST01P
018300* All edits passed - create the customer                        * SCUST01P
018400***************************************************************** SCUST01P
019400     MOVE EMAILI IN CUST01AI TO CD25I-EMAIL.                      SCUST01P
019500     MOVE SNDMLI IN CUST01AI TO CD25I-SEND-MAIL.                  SCUST01P
019600     MOVE SNDEMI IN CUST01AI TO CD25I-SEND-EMAIL.                 SCUST01P
019633     MOVE WS-SIN-IN TO CD25I-SIN.                                 SCUST01P
019666     MOVE WS-DOB-IN TO CD25I-DOB.                                 SCUST01P
019683     MOVE WS-GUARDIAN-IN TO CD25I-GUARDIAN-PID.                   SCUST01P
019691     MOVE WS-CTYPE-IN TO CD25I-CUST-TYPE.                         SCUST01P
019700 COPY CBANKX25.                                                   SCUST01P
019800     IF CD25O-OK                                                  SCUST01P
019900       MOVE LOW-VALUES TO CUST01AO                                SCUST01P
020000       MOVE CD25O-PID TO NEWPIDO IN CUST01AO                      SCUST01P
020023       MOVE SPACES TO CD78-DATA                                   SCUST01P
020046       SET CD78I-INDICIA TO TRUE                                  SCUST01P
020069       MOVE CD25O-PID TO CD78I-PID                                SCUST01P
020092       MOVE EIBOPID TO CD78I-USERID                               SCUST01P
020115 COPY CBANKX78.                                                   SCUST01P
020138       IF CD78O-INDICIA-FOUND                                     SCUST01P
020161         MOVE 'Customer created - foreign indicia, take self-cert'SCUST01P
020184           TO ERRMSGO IN CUST01AO                                 SCUST01P
020207       ELSE                                                       SCUST01P
020220         IF CD25O-MINOR                                           SCUST01P
020227           MOVE 'Minor customer created - note the new PID'       SCUST01P
020234             TO ERRMSGO IN CUST01AO                               SCUST01P
020241         ELSE                                                     SCUST01P
020248           MOVE 'Customer created - note the new PID'             SCUST01P
020255             TO ERRMSGO IN CUST01AO                               SCUST01P
020262         END-IF                                                   SCUST01P
020276       END-IF                                                     SCUST01P
020280       IF WS-CTYPE-IN IS EQUAL TO 'B' AND                         SCUST01P
020284          NOT CD78O-INDICIA-FOUND                                 SCUST01P
020288         MOVE 'Business created - note the PID, add the profile'  SCUST01P
020292           TO ERRMSGO IN CUST01AO                                 SCUST01P
020296       END-IF                                                     SCUST01P
020300       EXEC CICS SEND MAP('CUST01A')                              SCUST01P
020400                  MAPSET('MCUST01')                               SCUST01P
020500                  ERASE                                           SCUST01P
021514             RESEND-SCREEN-EXIT.                                  SCUST01P
021516 SET-WITHHOLDING-EXIT.                                            SCUST01P
021518     EXIT.                                                        SCUST01P
021519                                                                  SCUST01P
021520***************************************************************** SCUST01P
021521* Record a customer's tax-residency self-certification - the    * SCUST01P
021522* PID, certification date and up to three countries of          * SCUST01P
021523* residence, each with its TIN or the reason there is none,     * SCUST01P
021524* go to DBANK78P request 2                                      * SCUST01P
021525***************************************************************** SCUST01P
021526 SET-TAX-RESIDENCY.                                               SCUST01P
021527     IF TXPIDI IN CUST01AI IS EQUAL TO SPACES OR                  SCUST01P
021528        TXPIDI IN CUST01AI IS EQUAL TO LOW-VALUES                 SCUST01P
021529       MOVE 'Key the PID to record tax residency for'             SCUST01P
021530         TO ERRMSGO IN CUST01AO                                   SCUST01P
021531       PERFORM RESEND-SCREEN THRU                                 SCUST01P
021532               RESEND-SCREEN-EXIT                                 SCUST01P
021533       GO TO SET-TAX-RESIDENCY-EXIT                               SCUST01P
021534     END-IF.                                                      SCUST01P
021535     MOVE SPACES TO CD78-DATA.                                    SCUST01P
021536     SET CD78I-CERTIFY TO TRUE.                                   SCUST01P
021537     MOVE TXPIDI IN CUST01AI TO CD78I-PID.                        SCUST01P
021538     MOVE TXDTI IN CUST01AI TO CD78I-CERT-DATE.                   SCUST01P
021539     MOVE TXC1I IN CUST01AI TO CD78I-RES-CNTRY (1).               SCUST01P
021540     MOVE TXT1I IN CUST01AI TO CD78I-RES-TIN (1).                 SCUST01P
021541     MOVE TXR1I IN CUST01AI TO CD78I-RES-NO-TIN (1).              SCUST01P
021542     MOVE TXC2I IN CUST01AI TO CD78I-RES-CNTRY (2).               SCUST01P
021543     MOVE TXT2I IN CUST01AI TO CD78I-RES-TIN (2).                 SCUST01P
021544     MOVE TXR2I IN CUST01AI TO CD78I-RES-NO-TIN (2).              SCUST01P
021545     MOVE TXC3I IN CUST01AI TO CD78I-RES-CNTRY (3).               SCUST01P
021546     MOVE TXT3I IN CUST01AI TO CD78I-RES-TIN (3).                 SCUST01P
021547     MOVE TXR3I IN CUST01AI TO CD78I-RES-NO-TIN (3).              SCUST01P
021548     MOVE EIBOPID TO CD78I-USERID.                                SCUST01P
021549 COPY CBANKX78.                                                   SCUST01P
021550     MOVE CD78O-MSG TO ERRMSGO IN CUST01AO.                       SCUST01P
021551     PERFORM RESEND-SCREEN THRU                                   SCUST01P
021552             RESEND-SCREEN-EXIT.                                  SCUST01P
021553 SET-TAX-RESIDENCY-EXIT.                                          SCUST01P
021554     EXIT.                                                        SCUST01P
021601                                                                  SCUST01P
021602***************************************************************** SCUST01P
021603* Marketing consent for an existing customer.  With no channel  * SCUST01P
021604* keyed the customer's current standing is shown; otherwise Y   * SCUST01P
021605* or N keyed for mail, email, phone or SMS, with where the      * SCUST01P
021606* consent came from, goes to DBANK79P request 2.  A channel     * SCUST01P
021607* left blank is not changed.                                    * SCUST01P
021608***************************************************************** SCUST01P
021609 SET-MARKETING-CONSENT.                                           SCUST01P
021610     IF MKPIDI IN CUST01AI IS EQUAL TO SPACES OR                  SCUST01P
021611        MKPIDI IN CUST01AI IS EQUAL TO LOW-VALUES                 SCUST01P
021612       MOVE 'Key the PID to record consent for'                   SCUST01P
021613         TO ERRMSGO IN CUST01AO                                   SCUST01P
021614       PERFORM RESEND-SCREEN THRU                                 SCUST01P
021615               RESEND-SCREEN-EXIT                                 SCUST01P
021616       GO TO SET-MARKETING-CONSENT-EXIT                           SCUST01P
021617     END-IF.                                                      SCUST01P
021618     MOVE SPACES TO CD79-DATA.                                    SCUST01P
021619     SET CD79I-RECORD TO TRUE.                                    SCUST01P
021620     MOVE MKPIDI IN CUST01AI TO CD79I-PID.                        SCUST01P
021621     MOVE MKMLI IN CUST01AI TO CD79I-CONSENT (1).                 SCUST01P
021622     MOVE MKEMI IN CUST01AI TO CD79I-CONSENT (2).                 SCUST01P
021623     MOVE MKPHI IN CUST01AI TO CD79I-CONSENT (3).                 SCUST01P
021624     MOVE MKSMI IN CUST01AI TO CD79I-CONSENT (4).                 SCUST01P
021625     MOVE MKSRCI IN CUST01AI TO CD79I-SOURCE.                     SCUST01P
021626     MOVE EIBOPID TO CD79I-USERID.                                SCUST01P
021627     INSPECT CD79I-DATA REPLACING ALL LOW-VALUES BY SPACES.       SCUST01P
021628     IF CD79I-CONSENT (1) IS EQUAL TO SPACES AND                  SCUST01P
021629        CD79I-CONSENT (2) IS EQUAL TO SPACES AND                  SCUST01P
021630        CD79I-CONSENT (3) IS EQUAL TO SPACES AND                  SCUST01P
021631        CD79I-CONSENT (4) IS EQUAL TO SPACES                      SCUST01P
021632       SET CD79I-READ TO TRUE                                     SCUST01P
021633     END-IF.                                                      SCUST01P
021634 COPY CBANKX79.                                                   SCUST01P
021635     IF CD79I-READ AND CD79O-OK                                   SCUST01P
021636       MOVE SPACES TO ERRMSGO IN CUST01AO                         SCUST01P
021637       STRING 'Consent - Mail ' DELIMITED BY SIZE                 SCUST01P
021638              CD79O-CONSENT (1) DELIMITED BY SIZE                 SCUST01P
021639              ' Email ' DELIMITED BY SIZE                         SCUST01P
021640              CD79O-CONSENT (2) DELIMITED BY SIZE                 SCUST01P
021641              ' Phone ' DELIMITED BY SIZE                         SCUST01P
021642              CD79O-CONSENT (3) DELIMITED BY SIZE                 SCUST01P
021643              ' SMS ' DELIMITED BY SIZE                           SCUST01P
021644              CD79O-CONSENT (4) DELIMITED BY SIZE                 SCUST01P
021645         INTO ERRMSGO IN CUST01AO                                 SCUST01P
021646     ELSE                                                         SCUST01P
021647       MOVE CD79O-MSG TO ERRMSGO IN CUST01AO                      SCUST01P
021648     END-IF.                                                      SCUST01P
021649     PERFORM RESEND-SCREEN THRU                                   SCUST01P
021650             RESEND-SCREEN-EXIT.                                  SCUST01P
021651 SET-MARKETING-CONSENT-EXIT.                                      SCUST01P
021652     EXIT.                                                        SCUST01P
021752                                                                  SCUST01P
021852* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SCUST01P
