001700*               pending entries, view the old/new terms for one  *SOVRD01P
001800*               in full, then approve (which originates the loan *SOVRD01P
001900*               at the overridden terms via DBANKLNP) or reject. *SOVRD01P
001933*               Opened from the staff inbox (SINBX01P) it goes   *SOVRD01P
001966*               straight to the picked item; PF3 returns there.  *SOVRD01P
002000******************************************************************SOVRD01P
002100                                                                  SOVRD01P
002200 IDENTIFICATION DIVISION.                                         SOVRD01P
004470                                                                  SOVRD01P
004480 COPY CTSTAMPD.                                                   SOVRD01P
004500                                                                  SOVRD01P
004525 01  WS-INBOX-AREA.                                               SOVRD01P
004550 COPY CINBOXD.                                                    SOVRD01P
004575                                                                  SOVRD01P
004600 COPY DFHAID.                                                     SOVRD01P
004700                                                                  SOVRD01P
004800 COPY DFHBMSCA.                                                   SOVRD01P
006500*  and show the first page of pending entries                    *SOVRD01P
006600******************************************************************SOVRD01P
006700     IF EIBCALEN IS EQUAL TO 0                                    SOVRD01P
006712       PERFORM READ-INBOX-HANDOFF THRU                            SOVRD01P
006724               READ-INBOX-HANDOFF-EXIT                            SOVRD01P
006736       IF INBX-MODE-ON                                            SOVRD01P
006748         PERFORM OPEN-INBOX-ITEM THRU                             SOVRD01P
006760                 OPEN-INBOX-ITEM-EXIT                             SOVRD01P
006772         GO TO COMMON-RETURN                                      SOVRD01P
006784       END-IF                                                     SOVRD01P
006800       SET LK-PAGING-OFF TO TRUE                                  SOVRD01P
006900       SET CD20-START-EQUAL TO TRUE                               SOVRD01P
007000       PERFORM BROWSE-AND-SEND THRU                               SOVRD01P
008500******************************************************************SOVRD01P
008600     EVALUATE TRUE                                                SOVRD01P
008700       WHEN EIBAID IS EQUAL TO DFHPF3                             SOVRD01P
008714         PERFORM READ-INBOX-HANDOFF THRU                          SOVRD01P
008728                 READ-INBOX-HANDOFF-EXIT                          SOVRD01P
008742         IF INBX-MODE-ON                                          SOVRD01P
008756           PERFORM RETURN-TO-INBOX THRU                           SOVRD01P
008770                   RETURN-TO-INBOX-EXIT                           SOVRD01P
008784         END-IF                                                   SOVRD01P
008800         EXEC CICS RETURN END-EXEC                                SOVRD01P
008900         GOBACK                                                   SOVRD01P
009000       WHEN EIBAID IS EQUAL TO DFHPF7                             SOVRD01P
024000       MOVE CD20O-NEW-TERM TO CDLNI-TERM                          SOVRD01P
024100       MOVE CD20O-NEW-PAYMENT TO CDLNI-MONTHLY-PAYMENT            SOVRD01P
024200 COPY CBANKXLN.                                                   SOVRD01P
024214       IF CDLNO-NOT-APPROVED                                      SOVRD01P
024228         MOVE LOW-VALUES TO OVRD01AO                              SOVRD01P
024242         MOVE 'No approved application - entry left on hold'      SOVRD01P
024256           TO ERRMSGO IN OVRD01AO                                 SOVRD01P
024270         GO TO APPROVE-ENTRY-SEND                                 SOVRD01P
024284       END-IF                                                     SOVRD01P
024300       MOVE SPACES TO CD20-DATA                                   SOVRD01P
024400       SET CD20I-APPROVE TO TRUE                                  SOVRD01P
024500       MOVE SELTSI IN OVRD01AI TO CD20I-TIMESTAMP                 SOVRD01P
029940 RELEASE-FX-RATE-EXIT.                                            SOVRD01P
029950     EXIT.                                                        SOVRD01P
029960                                                                  SOVRD01P
029961***************************************************************** SOVRD01P
029962* Opened from the staff inbox - show the picked item            * SOVRD01P
029963***************************************************************** SOVRD01P
029964 OPEN-INBOX-ITEM.                                                 SOVRD01P
029965     SET LK-PAGING-OFF TO TRUE.                                   SOVRD01P
029966     MOVE INBX-ITEM-KEY TO SELTSI IN OVRD01AI.                    SOVRD01P
029967     PERFORM SHOW-DETAIL THRU                                     SOVRD01P
029968             SHOW-DETAIL-EXIT.                                    SOVRD01P
029969 OPEN-INBOX-ITEM-EXIT.                                            SOVRD01P
029970     EXIT.                                                        SOVRD01P
029971                                                                  SOVRD01P
029972 COPY CINBOXP.                                                    SOVRD01P
029973                                                                  SOVRD01P
030073* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SOVRD01P
