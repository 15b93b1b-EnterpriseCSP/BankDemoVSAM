002300*              the branch can see it went.  The product row is  * ZBNKRCN1
002400*              stamped with the notice date so one change       * ZBNKRCN1
002500*              notices exactly once.                            * ZBNKRCN1
002510*              A customer whose address has been returned       * ZBNKRCN1
002520*              undeliverable gets the notice by email if they   * ZBNKRCN1
002530*              take email, otherwise it is held and listed.     * ZBNKRCN1
002531*              Each letter written is added to the customer's   * ZBNKRCN1
002532*              correspondence history through UCORREG.          * ZBNKRCN1
002600***************************************************************** ZBNKRCN1
002700                                                                  ZBNKRCN1
002800 IDENTIFICATION DIVISION.                                         ZBNKRCN1
011500 WORKING-STORAGE SECTION.                                         ZBNKRCN1
011600 COPY CRUNCTLD.                                                   ZBNKRCN1
011700                                                                  ZBNKRCN1
011710 COPY CCORREGD.                                                   ZBNKRCN1
011720                                                                  ZBNKRCN1
011800 COPY CTIMERD.                                                    ZBNKRCN1
011900                                                                  ZBNKRCN1
012000 COPY CTSTAMPD.                                                   ZBNKRCN1
034200     END-IF.                                                      ZBNKRCN1
034300     MOVE SPACES TO LETTER-REC.                                   ZBNKRCN1
034400     EVALUATE TRUE                                                ZBNKRCN1
034401       WHEN BCS-ADDR-UNDELIVERABLE AND                            ZBNKRCN1
034402            BCS-REC-SEND-EMAIL IS EQUAL TO 'Y'                    ZBNKRCN1
034403         MOVE 'E' TO LTR-CHANNEL                                  ZBNKRCN1
034404       WHEN BCS-ADDR-UNDELIVERABLE                                ZBNKRCN1
034405         ADD 1 TO WS-SKIPPED                                      ZBNKRCN1
034406         MOVE WS-NOTICE-TYPE TO WS-LINE4-TYPE                     ZBNKRCN1
034407         MOVE BAC-REC-PID TO WS-LINE4-PID                         ZBNKRCN1
034408         MOVE BAC-REC-ACCNO TO WS-LINE4-ACCNO                     ZBNKRCN1
034409         MOVE 'Address undeliverable - held'                      ZBNKRCN1
034410           TO WS-LINE4-WHAT                                       ZBNKRCN1
034411         MOVE WS-LINE4 TO PRINTOUT-REC                            ZBNKRCN1
034412         PERFORM PRINTOUT-PUT                                     ZBNKRCN1
034413         GO TO NOTICE-ONE-ACCOUNT-EXIT                            ZBNKRCN1
034500       WHEN BCS-REC-SEND-MAIL IS EQUAL TO 'Y'                     ZBNKRCN1
034600         MOVE 'M' TO LTR-CHANNEL                                  ZBNKRCN1
034700       WHEN BCS-REC-SEND-EMAIL IS EQUAL TO 'Y'                    ZBNKRCN1
037700        PERFORM DISPLAY-IO-STATUS                                 ZBNKRCN1
037800        PERFORM ABORT-PROGRAM                                     ZBNKRCN1
037900     END-IF.                                                      ZBNKRCN1
037950     PERFORM RECORD-CORRESPONDENCE.                               ZBNKRCN1
038000     ADD 1 TO WS-NOTICES.                                         ZBNKRCN1
038100***************************************************************** ZBNKRCN1
038200* The interaction-log entry the branch sees                     * ZBNKRCN1
040700 NOTICE-ONE-ACCOUNT-EXIT.                                         ZBNKRCN1
040800     EXIT.                                                        ZBNKRCN1
040900                                                                  ZBNKRCN1
040901***************************************************************** ZBNKRCN1
040902* Add the letter just written to the customer's correspondence  * ZBNKRCN1
040903* history so staff can see it and have it reprinted             * ZBNKRCN1
040904***************************************************************** ZBNKRCN1
040905 RECORD-CORRESPONDENCE.                                           ZBNKRCN1
040906     MOVE SPACES TO CRG-CTL-DATA.                                 ZBNKRCN1
040907     MOVE WS-PROGRAM-ID TO CRG-CTL-PROGRAM.                       ZBNKRCN1
040908     MOVE 'RATECHG' TO CRG-CTL-LETTER-TYPE.                       ZBNKRCN1
040909     MOVE LTR-PID TO CRG-CTL-PID.                                 ZBNKRCN1
040910     MOVE LTR-ACCNO TO CRG-CTL-ACCNO.                             ZBNKRCN1
040911     MOVE LTR-NAME TO CRG-CTL-NAME.                               ZBNKRCN1
040912     MOVE LTR-ADDR1 TO CRG-CTL-ADDR1.                             ZBNKRCN1
040913     MOVE LTR-ADDR2 TO CRG-CTL-ADDR2.                             ZBNKRCN1
040914     MOVE LTR-STATE TO CRG-CTL-STATE.                             ZBNKRCN1
040915     MOVE LTR-CNTRY TO CRG-CTL-CNTRY.                             ZBNKRCN1
040916     MOVE LTR-POST-CODE TO CRG-CTL-POST-CODE.                     ZBNKRCN1
040917     MOVE LTR-CHANNEL TO CRG-CTL-CHANNEL.                         ZBNKRCN1
040918     STRING 'Rate change notice - new rate '                      ZBNKRCN1
040919            DELIMITED BY SIZE                                     ZBNKRCN1
040920            LTR-NEW-RATE DELIMITED BY SIZE                        ZBNKRCN1
040921            ' from ' DELIMITED BY SIZE                            ZBNKRCN1
040922            LTR-EFF-DATE DELIMITED BY SIZE                        ZBNKRCN1
040923       INTO CRG-CTL-SUMMARY.                                      ZBNKRCN1
040924     MOVE LETTER-REC TO CRG-CTL-IMAGE.                            ZBNKRCN1
040925     CALL 'UCORREG' USING CRG-CTL-DATA.                           ZBNKRCN1
040926     IF CRG-CTL-ERROR                                             ZBNKRCN1
040927        MOVE CRG-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKRCN1
040928        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKRCN1
040929        PERFORM ABORT-PROGRAM                                     ZBNKRCN1
040930     END-IF.                                                      ZBNKRCN1
040931                                                                  ZBNKRCN1
041000***************************************************************** ZBNKRCN1
041100* Write a record to the sequential print file                   * ZBNKRCN1
041200***************************************************************** ZBNKRCN1
