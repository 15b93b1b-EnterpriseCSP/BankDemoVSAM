002000*              signer is written to the BNKTRLG activity log    * DBANK54P
002100*              so the fraud and audit reviewers see the         * DBANK54P
002200*              attempt.  VSAM version                           * DBANK54P
002210*              On a minor's account the guardian also passes,   * DBANK54P
002220*              and anything above the product's guardian limit  * DBANK54P
002230*              is declined unless the guardian is the one       * DBANK54P
002240*              authorizing it - the minor included.             * DBANK54P
002300***************************************************************** DBANK54P
002400                                                                  DBANK54P
002500 IDENTIFICATION DIVISION.                                         DBANK54P
004700   05  WS-CHECK-ALLOWED                      PIC X(1).            DBANK54P
004800   05  WS-CHECK-LIMIT                        PIC S9(7)V99         DBANK54P
004900       COMP-3.                                                    DBANK54P
004910   05  WS-BNKATYP-RID                        PIC X(1).            DBANK54P
004920   05  WS-GUARDIAN-PASSED                    PIC X(1).            DBANK54P
005000                                                                  DBANK54P
005100 COPY CTSTAMPD.                                                   DBANK54P
005200                                                                  DBANK54P
005900 01  WS-BNKCUST-REC.                                              DBANK54P
006000 COPY CBANKVCS.                                                   DBANK54P
006100                                                                  DBANK54P
006110 01  WS-BNKATYP-REC.                                              DBANK54P
006120 COPY CBANKVAT.                                                   DBANK54P
006130                                                                  DBANK54P
006200 01  WS-BNKTRLG-REC.                                              DBANK54P
006300 COPY CBANKVTL.                                                   DBANK54P
006400                                                                  DBANK54P
036300       GO TO CHECK-PROCESSING-EXIT                                DBANK54P
036400     END-IF.                                                      DBANK54P
036500     MOVE BAC-REC-PID TO CD54O-OWNER-PID.                         DBANK54P
036510     PERFORM CHECK-GUARDIAN-AUTHORITY THRU                        DBANK54P
036520             CHECK-GUARDIAN-AUTHORITY-EXIT.                       DBANK54P
036530     IF NOT CD54O-OK OR                                           DBANK54P
036540        WS-GUARDIAN-PASSED IS EQUAL TO 'Y'                        DBANK54P
036550       GO TO CHECK-PROCESSING-EXIT                                DBANK54P
036560     END-IF.                                                      DBANK54P
036600     IF BAC-REC-PID IS EQUAL TO CD54I-SIGNER-PID OR               DBANK54P
036700        BAC-REC-JOINT-PID IS EQUAL TO CD54I-SIGNER-PID            DBANK54P
036800       GO TO CHECK-PROCESSING-EXIT                                DBANK54P
046800 MOVE-SIGNER-TO-OUTPUT-EXIT.                                      DBANK54P
046900     EXIT.                                                        DBANK54P
047000                                                                  DBANK54P
047002***************************************************************** DBANK54P
047004* A minor's account - the guardian holding active authority     * DBANK54P
047006* passes outright; anyone else is held to the product's         * DBANK54P
047008* guardian limit before the ordinary owner and signer rules     * DBANK54P
047010***************************************************************** DBANK54P
047012 CHECK-GUARDIAN-AUTHORITY.                                        DBANK54P
047014     MOVE 'N' TO WS-GUARDIAN-PASSED.                              DBANK54P
047016     MOVE BAC-REC-PID TO WS-BNKCUST-RID.                          DBANK54P
047018     EXEC CICS READ FILE('BNKCUST')                               DBANK54P
047020                    INTO(WS-BNKCUST-REC)                          DBANK54P
047022                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBANK54P
047024                    RIDFLD(WS-BNKCUST-RID)                        DBANK54P
047026                    RESP(WS-RESP)                                 DBANK54P
047028     END-EXEC.                                                    DBANK54P
047030     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK54P
047032        NOT BCS-MINOR                                             DBANK54P
047034       GO TO CHECK-GUARDIAN-AUTHORITY-EXIT                        DBANK54P
047036     END-IF.                                                      DBANK54P
047038     IF BCS-GUARDIAN-ACTIVE AND                                   DBANK54P
047040        BCS-REC-GUARDIAN-PID IS EQUAL TO CD54I-SIGNER-PID         DBANK54P
047042       MOVE 'Y' TO WS-GUARDIAN-PASSED                             DBANK54P
047044       GO TO CHECK-GUARDIAN-AUTHORITY-EXIT                        DBANK54P
047046     END-IF.                                                      DBANK54P
047048     MOVE BAC-REC-TYPE TO WS-BNKATYP-RID.                         DBANK54P
047050     EXEC CICS READ FILE('BNKATYP')                               DBANK54P
047052                    INTO(WS-BNKATYP-REC)                          DBANK54P
047054                    LENGTH(LENGTH OF WS-BNKATYP-REC)              DBANK54P
047056                    RIDFLD(WS-BNKATYP-RID)                        DBANK54P
047058                    RESP(WS-RESP)                                 DBANK54P
047060     END-EXEC.                                                    DBANK54P
047062     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBANK54P
047064        BAT-REC-GUARDIAN-LIMIT IS NOT NUMERIC                     DBANK54P
047066       GO TO CHECK-GUARDIAN-AUTHORITY-EXIT                        DBANK54P
047068     END-IF.                                                      DBANK54P
047070     IF BAT-REC-GUARDIAN-LIMIT IS GREATER THAN ZERO AND           DBANK54P
047072        CD54I-CHECK-AMOUNT IS GREATER THAN BAT-REC-GUARDIAN-LIMIT DBANK54P
047074       SET CD54O-DENIED TO TRUE                                   DBANK54P
047076       MOVE 'Over the minor limit - guardian to authorize'        DBANK54P
047078         TO CD54O-MSG                                             DBANK54P
047080       PERFORM LOG-DECLINE THRU                                   DBANK54P
047082               LOG-DECLINE-EXIT                                   DBANK54P
047084     END-IF.                                                      DBANK54P
047086 CHECK-GUARDIAN-AUTHORITY-EXIT.                                   DBANK54P
047088     EXIT.                                                        DBANK54P
047090                                                                  DBANK54P
047100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     DBANK54P
047200                                                                  DBANK54P
