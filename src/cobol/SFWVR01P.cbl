001900*              set or clear the standing waiver the monthly     * SFWVR01P
002000*              fee run honours.  The branch stops posting raw   * SFWVR01P
002100*              teller credits for promised waivers.             * SFWVR01P
002120*              An account connected to the user - their own,    * SFWVR01P
002140*              their household's or a declared party's - is     * SFWVR01P
002160*              stopped by DBANK84P until a supervisor keys      * SFWVR01P
002180*              their user ID in SUPV to override it.            * SFWVR01P
002200***************************************************************** SFWVR01P
002300                                                                  SFWVR01P
002400 IDENTIFICATION DIVISION.                                         SFWVR01P
003800           VALUE 'SFWVR01P'.                                      SFWVR01P
003900  05  WS-RESP                               PIC S9(8) COMP.       SFWVR01P
004000  05  WS-EDIT-AMOUNT                        PIC ZZ,ZZ9.99-.       SFWVR01P
004033  05  WS-CPTY-STOP-SW                      PIC X(1).              SFWVR01P
004066    88  WS-CPTY-STOP                       VALUE 'Y'.             SFWVR01P
004100                                                                  SFWVR01P
004200 01  WS-COMMAREA.                                                 SFWVR01P
004300 COPY CBANKD60.                                                   SFWVR01P
004325                                                                  SFWVR01P
004350 01  WS-COMMAREA-84.                                              SFWVR01P
004375 COPY CBANKD84.                                                   SFWVR01P
004400                                                                  SFWVR01P
004500 COPY DFHAID.                                                     SFWVR01P
004600                                                                  SFWVR01P
005300  05  LK-SCREEN-STATUS                     PIC X(1).              SFWVR01P
005400   88  LK-SCREEN-NOT-SENT                 VALUE SPACE.            SFWVR01P
005500   88  LK-SCREEN-WAS-SENT                 VALUE '1'.              SFWVR01P
005550  05  LK-CPTY-CLEARED-ACCNO               PIC X(9).               SFWVR01P
005600                                                                  SFWVR01P
005700 PROCEDURE DIVISION.                                              SFWVR01P
005800***************************************************************** SFWVR01P
006000* screen                                                        * SFWVR01P
006100***************************************************************** SFWVR01P
006200     IF EIBCALEN IS EQUAL TO 0                                    SFWVR01P
006250       MOVE SPACES TO LK-CPTY-CLEARED-ACCNO                       SFWVR01P
006300       MOVE LOW-VALUES TO FWVR01AO                                SFWVR01P
006400       MOVE 'Key an account - Enter=List fees PF3=Exit'           SFWVR01P
006500         TO ERRMSGO IN FWVR01AO                                   SFWVR01P
007700                RESP(WS-RESP)                                     SFWVR01P
007800     END-EXEC.                                                    SFWVR01P
007900                                                                  SFWVR01P
007905***************************************************************** SFWVR01P
007910* An account connected to the user is stopped before anything   * SFWVR01P
007915* is listed or changed, unless a supervisor overrides it        * SFWVR01P
007920***************************************************************** SFWVR01P
007925     IF EIBAID IS NOT EQUAL TO DFHPF3 AND                         SFWVR01P
007930        ACCNI IN FWVR01AI IS NOT EQUAL TO LK-CPTY-CLEARED-ACCNO   SFWVR01P
007935       PERFORM CHECK-CONNECTED-PARTY THRU                         SFWVR01P
007940               CHECK-CONNECTED-PARTY-EXIT                         SFWVR01P
007945       IF WS-CPTY-STOP                                            SFWVR01P
007950         EXEC CICS SEND MAP('FWVR01A')                            SFWVR01P
007955                    MAPSET('MFWVR01')                             SFWVR01P
007960                    ERASE                                         SFWVR01P
007965                    FREEKB                                        SFWVR01P
007970         END-EXEC                                                 SFWVR01P
007975         GO TO COMMON-RETURN                                      SFWVR01P
007980       END-IF                                                     SFWVR01P
007985     END-IF.                                                      SFWVR01P
007990                                                                  SFWVR01P
008000***************************************************************** SFWVR01P
008100* PF3 exits, PF6 reverses the fee keyed in SELTS with the       * SFWVR01P
008200* keyed reason, PF5 sets the standing waiver, PF9 clears it,    * SFWVR01P
021600 SHOW-RESULT-EXIT.                                                SFWVR01P
021700     EXIT.                                                        SFWVR01P
021800                                                                  SFWVR01P
021802***************************************************************** SFWVR01P
021804* Stop an account connected to the user unless a supervisor     * SFWVR01P
021806* not connected to it has keyed their user ID in SUPV, in which * SFWVR01P
021808* case the override is logged and the account stays cleared     * SFWVR01P
021810* until another is keyed                                        * SFWVR01P
021812***************************************************************** SFWVR01P
021814 CHECK-CONNECTED-PARTY.                                           SFWVR01P
021816     MOVE 'N' TO WS-CPTY-STOP-SW.                                 SFWVR01P
021818     MOVE SPACES TO CD84-DATA.                                    SFWVR01P
021820     SET CD84I-CHECK TO TRUE.                                     SFWVR01P
021822     MOVE EIBOPID TO CD84I-USERID.                                SFWVR01P
021824     MOVE EIBOPID TO CD84I-CALLER.                                SFWVR01P
021826     MOVE ACCNI IN FWVR01AI TO CD84I-ACCNO.                       SFWVR01P
021828     MOVE EIBTRMID TO CD84I-TERM.                                 SFWVR01P
021830     MOVE WS-PROGRAM-ID TO CD84I-PROGRAM.                         SFWVR01P
021832 COPY CBANKX84.                                                   SFWVR01P
021834     IF NOT CD84O-CONNECTED-YES                                   SFWVR01P
021836       MOVE ACCNI IN FWVR01AI TO LK-CPTY-CLEARED-ACCNO            SFWVR01P
021838       GO TO CHECK-CONNECTED-PARTY-EXIT                           SFWVR01P
021840     END-IF.                                                      SFWVR01P
021842     IF SUPVI IN FWVR01AI IS EQUAL TO SPACES OR                   SFWVR01P
021844        SUPVI IN FWVR01AI IS EQUAL TO LOW-VALUES                  SFWVR01P
021846       MOVE CD84O-MSG TO ERRMSGO IN FWVR01AO                      SFWVR01P
021848       SET WS-CPTY-STOP TO TRUE                                   SFWVR01P
021850       GO TO CHECK-CONNECTED-PARTY-EXIT                           SFWVR01P
021852     END-IF.                                                      SFWVR01P
021854     SET CD84I-OVERRIDE TO TRUE.                                  SFWVR01P
021856     MOVE SUPVI IN FWVR01AI TO CD84I-SUPERVISOR.                  SFWVR01P
021858 COPY CBANKX84.                                                   SFWVR01P
021860     IF NOT CD84O-OK                                              SFWVR01P
021862       MOVE CD84O-MSG TO ERRMSGO IN FWVR01AO                      SFWVR01P
021864       SET WS-CPTY-STOP TO TRUE                                   SFWVR01P
021866       GO TO CHECK-CONNECTED-PARTY-EXIT                           SFWVR01P
021868     END-IF.                                                      SFWVR01P
021870     MOVE ACCNI IN FWVR01AI TO LK-CPTY-CLEARED-ACCNO.             SFWVR01P
021872 CHECK-CONNECTED-PARTY-EXIT.                                      SFWVR01P
021874     EXIT.                                                        SFWVR01P
021876                                                                  SFWVR01P
021900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     SFWVR01P
022000                                                                  SFWVR01P
