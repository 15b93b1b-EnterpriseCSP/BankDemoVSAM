002100*              and proves the manifest before the region is     * ZBNKUNL1
002200*              allowed to open, so a recovery can never mix     * ZBNKUNL1
002300*              tapes cut at different times.                    * ZBNKUNL1
002320*              The timestamp is also kept on the SYSTEM/UNLOAD  * ZBNKUNL1
002340*              row of BNKCTL, so every update journaled to      * ZBNKUNL1
002360*              BNKRJNL afterwards names the unload it follows   * ZBNKUNL1
002380*              and ZBNKRFW1 can roll a reload forward.          * ZBNKUNL1
002400***************************************************************** ZBNKUNL1
002500                                                                  ZBNKUNL1
002600 IDENTIFICATION DIVISION.                                         ZBNKUNL1
006500            ACCESS MODE  IS SEQUENTIAL                            ZBNKUNL1
006600            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKUNL1
006700            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKUNL1
006750            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKUNL1
006800            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKUNL1
006900     SELECT UNLTXN-FILE                                           ZBNKUNL1
007000            ASSIGN       TO UNLTXN                                ZBNKUNL1
012000            ORGANIZATION IS SEQUENTIAL                            ZBNKUNL1
012100            ACCESS MODE  IS SEQUENTIAL                            ZBNKUNL1
012200            FILE STATUS  IS WS-MANIFEST-STATUS.                   ZBNKUNL1
012214     SELECT BNKCTL-FILE                                           ZBNKUNL1
012228            ASSIGN       TO BNKCTL                                ZBNKUNL1
012242            ORGANIZATION IS INDEXED                               ZBNKUNL1
012256            ACCESS MODE  IS RANDOM                                ZBNKUNL1
012270            RECORD KEY   IS CTL-KEY                               ZBNKUNL1
012284            FILE STATUS  IS WS-BNKCTL-STATUS.                     ZBNKUNL1
012300                                                                  ZBNKUNL1
012400 DATA DIVISION.                                                   ZBNKUNL1
012500 FILE SECTION.                                                    ZBNKUNL1
014300 COPY CBANKVTX.                                                   ZBNKUNL1
014400                                                                  ZBNKUNL1
014500 FD  UNLTXN-FILE.                                                 ZBNKUNL1
014600 01  UNLTXN-REC                            PIC X(440).            ZBNKUNL1
014700                                                                  ZBNKUNL1
014800 FD  BNKLOAN-FILE.                                                ZBNKUNL1
014900 01  BNKLOAN-REC.                                                 ZBNKUNL1
017500                                                                  ZBNKUNL1
017600 FD  MANIFEST-FILE.                                               ZBNKUNL1
017700 01  MANIFEST-REC                           PIC X(80).            ZBNKUNL1
017720                                                                  ZBNKUNL1
017740 FD  BNKCTL-FILE.                                                 ZBNKUNL1
017760 01  BNKCTL-REC.                                                  ZBNKUNL1
017780 COPY CBANKVCT.                                                   ZBNKUNL1
017800                                                                  ZBNKUNL1
017900 WORKING-STORAGE SECTION.                                         ZBNKUNL1
018000 COPY CRUNCTLD.                                                   ZBNKUNL1
025700   05  WS-MANIFEST-STATUS.                                        ZBNKUNL1
025800     10  WS-MANIFEST-STAT1                PIC X(1).               ZBNKUNL1
025900     10  WS-MANIFEST-STAT2                PIC X(1).               ZBNKUNL1
025925   05  WS-BNKCTL-STATUS.                                          ZBNKUNL1
025950     10  WS-BNKCTL-STAT1                  PIC X(1).               ZBNKUNL1
025975     10  WS-BNKCTL-STAT2                  PIC X(1).               ZBNKUNL1
026000   05  WS-IO-STATUS.                                              ZBNKUNL1
026100     10  WS-IO-STAT1                         PIC X(1).            ZBNKUNL1
026200     10  WS-IO-STAT2                         PIC X(1).            ZBNKUNL1
032800     MOVE WS-MANIFEST-TRAILER TO MANIFEST-REC.                    ZBNKUNL1
032900     PERFORM MANIFEST-PUT.                                        ZBNKUNL1
033000     PERFORM CLOSE-FILES.                                         ZBNKUNL1
033050     PERFORM SET-UNLOAD-POINT THRU SET-UNLOAD-POINT-EXIT.         ZBNKUNL1
033100                                                                  ZBNKUNL1
033200     MOVE 'Unload complete - manifest written'                    ZBNKUNL1
033300       TO WS-CONSOLE-MESSAGE.                                     ZBNKUNL1
081000     CLOSE UNLALRT-FILE.                                          ZBNKUNL1
081100     CLOSE MANIFEST-FILE.                                         ZBNKUNL1
081200                                                                  ZBNKUNL1
081202***************************************************************** ZBNKUNL1
081204* Record the consistency timestamp on the SYSTEM/UNLOAD         * ZBNKUNL1
081206* control row - the recovery journal is keyed to it             * ZBNKUNL1
081208***************************************************************** ZBNKUNL1
081210 SET-UNLOAD-POINT.                                                ZBNKUNL1
081212     OPEN I-O BNKCTL-FILE.                                        ZBNKUNL1
081214     IF WS-BNKCTL-STATUS IS NOT EQUAL TO '00'                     ZBNKUNL1
081216        MOVE 'BNKCTL file open failure...'                        ZBNKUNL1
081218          TO WS-CONSOLE-MESSAGE                                   ZBNKUNL1
081220        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUNL1
081222        MOVE WS-BNKCTL-STATUS TO WS-IO-STATUS                     ZBNKUNL1
081224        PERFORM DISPLAY-IO-STATUS                                 ZBNKUNL1
081226        PERFORM ABORT-PROGRAM                                     ZBNKUNL1
081228     END-IF.                                                      ZBNKUNL1
081230     MOVE 'SYSTEM' TO CTL-REC-JOB.                                ZBNKUNL1
081232     MOVE 'UNLOAD' TO CTL-REC-FILE-NAME.                          ZBNKUNL1
081234     READ BNKCTL-FILE.                                            ZBNKUNL1
081236     IF WS-BNKCTL-STATUS IS NOT EQUAL TO '00' AND                 ZBNKUNL1
081238        WS-BNKCTL-STATUS IS NOT EQUAL TO '23'                     ZBNKUNL1
081240        MOVE 'BNKCTL read error...' TO WS-CONSOLE-MESSAGE         ZBNKUNL1
081242        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUNL1
081244        MOVE WS-BNKCTL-STATUS TO WS-IO-STATUS                     ZBNKUNL1
081246        PERFORM DISPLAY-IO-STATUS                                 ZBNKUNL1
081248        PERFORM ABORT-PROGRAM                                     ZBNKUNL1
081250     END-IF.                                                      ZBNKUNL1
081252     MOVE WS-TIMESTAMP (1:10) TO CTL-REC-RUN-DATE.                ZBNKUNL1
081254     MOVE WS-TIMESTAMP TO CTL-REC-TIMESTAMP.                      ZBNKUNL1
081256     MOVE WS-FILES-DONE TO CTL-REC-COUNT.                         ZBNKUNL1
081258     MOVE ZERO TO CTL-REC-AMOUNT.                                 ZBNKUNL1
081260     IF WS-BNKCTL-STATUS IS EQUAL TO '23'                         ZBNKUNL1
081262        MOVE SPACES TO CTL-REC-FILLER                             ZBNKUNL1
081264        WRITE CTL-RECORD                                          ZBNKUNL1
081266     ELSE                                                         ZBNKUNL1
081268        REWRITE CTL-RECORD                                        ZBNKUNL1
081270     END-IF.                                                      ZBNKUNL1
081272     IF WS-BNKCTL-STATUS IS NOT EQUAL TO '00'                     ZBNKUNL1
081274        MOVE 'Unable to record the unload point'                  ZBNKUNL1
081276          TO WS-CONSOLE-MESSAGE                                   ZBNKUNL1
081278        PERFORM DISPLAY-CONSOLE-MESSAGE                           ZBNKUNL1
081280        MOVE WS-BNKCTL-STATUS TO WS-IO-STATUS                     ZBNKUNL1
081282        PERFORM DISPLAY-IO-STATUS                                 ZBNKUNL1
081284        PERFORM ABORT-PROGRAM                                     ZBNKUNL1
081286     END-IF.                                                      ZBNKUNL1
081288     CLOSE BNKCTL-FILE.                                           ZBNKUNL1
081290 SET-UNLOAD-POINT-EXIT.                                           ZBNKUNL1
081292     EXIT.                                                        ZBNKUNL1
081294                                                                  ZBNKUNL1
081300***************************************************************** ZBNKUNL1
081400* Display the file status bytes. This routine will display as   * ZBNKUNL1
081500* two digits if the full two byte file status is numeric. If    * ZBNKUNL1
