002400*              so it takes over only when the old card dies.    * ZBNKCRD1
002500*              The old card is stamped with the replacement's   * ZBNKCRD1
002600*              number so a re-run cannot reissue it twice.      * ZBNKCRD1
002633*              Every master-file update is journaled through    * ZBNKCRD1
002666*              UJOURNL for forward recovery.                    * ZBNKCRD1
002700***************************************************************** ZBNKCRD1
002800                                                                  ZBNKCRD1
002900 IDENTIFICATION DIVISION.                                         ZBNKCRD1
007200 01  EMBOSS-REC                          PIC X(100).              ZBNKCRD1
007300                                                                  ZBNKCRD1
007400 WORKING-STORAGE SECTION.                                         ZBNKCRD1
007433 COPY CJOURNLD.                                                   ZBNKCRD1
007466                                                                  ZBNKCRD1
007500 COPY CRUNCTLD.                                                   ZBNKCRD1
007600                                                                  ZBNKCRD1
007700 COPY CTIMERD.                                                    ZBNKCRD1
036100     MOVE WS-NEW-EXPIRY TO CRD-REC-EXPIRY-DTE.                    ZBNKCRD1
036200     SET CRD-STATUS-ACTIVE TO TRUE.                               ZBNKCRD1
036300     MOVE SPACES TO CRD-REC-REPLACED-BY.                          ZBNKCRD1
036400     WRITE CRD-RECORD                                             ZBNKCRD1
036433     SET JRN-CTL-ADD TO TRUE                                      ZBNKCRD1
036466     PERFORM JOURNAL-BNKCARD.                                     ZBNKCRD1
036500     IF WS-BNKCARD-STATUS IS EQUAL TO '22'                        ZBNKCRD1
036600        ADD 1 TO WS-NEXT-CARD                                     ZBNKCRD1
036700        MOVE WS-NEXT-CARD TO CRD-REC-CARD-NUMBER                  ZBNKCRD1
036800        WRITE CRD-RECORD                                          ZBNKCRD1
036833        SET JRN-CTL-ADD TO TRUE                                   ZBNKCRD1
036866        PERFORM JOURNAL-BNKCARD                                   ZBNKCRD1
036900     END-IF.                                                      ZBNKCRD1
037000     IF WS-BNKCARD-STATUS IS NOT EQUAL TO '00'                    ZBNKCRD1
037100        MOVE 'Unable to write replacement card'                   ZBNKCRD1
039200        PERFORM ABORT-PROGRAM                                     ZBNKCRD1
039300     END-IF.                                                      ZBNKCRD1
039400     MOVE WS-NEXT-CARD TO CRD-REC-REPLACED-BY.                    ZBNKCRD1
039500     REWRITE CRD-RECORD                                           ZBNKCRD1
039533     SET JRN-CTL-CHANGE TO TRUE                                   ZBNKCRD1
039566     PERFORM JOURNAL-BNKCARD.                                     ZBNKCRD1
039600     IF WS-BNKCARD-STATUS IS NOT EQUAL TO '00'                    ZBNKCRD1
039700        MOVE 'Unable to stamp replaced card'                      ZBNKCRD1
039800          TO WS-CONSOLE-MESSAGE                                   ZBNKCRD1
050600     CLOSE BNKCUST-FILE.                                          ZBNKCRD1
050700     CLOSE EMBOSS-FILE.                                           ZBNKCRD1
050800                                                                  ZBNKCRD1
050805***************************************************************** ZBNKCRD1
050810* Journal the BNKCARD record just added, changed or deleted so  * ZBNKCRD1
050815* it can be rolled forward onto a reload                        * ZBNKCRD1
050820***************************************************************** ZBNKCRD1
050825 JOURNAL-BNKCARD.                                                 ZBNKCRD1
050830     MOVE 'BNKCARD' TO JRN-CTL-FILE.                              ZBNKCRD1
050835     MOVE WS-BNKCARD-STATUS TO JRN-CTL-IO-STATUS.                 ZBNKCRD1
050840     MOVE BNKCARD-REC TO JRN-CTL-IMAGE.                           ZBNKCRD1
050845     MOVE WS-PROGRAM-ID TO JRN-CTL-PROGRAM.                       ZBNKCRD1
050850     CALL 'UJOURNL' USING JRN-CTL-DATA.                           ZBNKCRD1
050855     IF JRN-CTL-ERROR                                             ZBNKCRD1
050860        MOVE JRN-CTL-MSG TO WS-CONSOLE-MESSAGE                    ZBNKCRD1
050865        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKCRD1
050870        PERFORM ABORT-PROGRAM                                     ZBNKCRD1
050875     END-IF.                                                      ZBNKCRD1
050880                                                                  ZBNKCRD1
050900***************************************************************** ZBNKCRD1
051000* Display the file status bytes. This routine will display as   * ZBNKCRD1
051100* two digits if the full two byte file status is numeric. If    * ZBNKCRD1
