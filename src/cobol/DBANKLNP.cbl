001400* Function:    Originate a loan (file BNKLOAN) and generate its   dbanklnp
001500*              full amortization schedule (file BNKLNSCH), and    dbanklnp
001600*              browse an existing schedule a page at a time.      dbanklnp
001633*              Only an approved loan application (file BNKLAPP)   dbanklnp
001666*              may be originated; it is marked originated.        dbanklnp
001677*              Every master-file update is journaled through      dbanklnp
001688*              DBANK85P for forward recovery.                     dbanklnp
001700*              VSAM Version                                       dbanklnp
001800******************************************************************dbanklnp
001900                                                                  dbanklnp
004422    05  WS-BNKESCR-RID.                                           dbanklnp
004424      10  WS-ESC-RID-LOAN-ID             PIC X(26).               dbanklnp
004426      10  WS-ESC-RID-SEQ                 PIC 9(2).                dbanklnp
004436    05  WS-BNKLAPP-RID.                                           dbanklnp
004446      10  WS-BNKLAPP-RID-PID             PIC X(5).                dbanklnp
004456      10  WS-BNKLAPP-RID-APP-ID          PIC X(26).               dbanklnp
004466    05  WS-APP-FOUND                      PIC X(1).               dbanklnp
004476    05  WS-LOAN-MARGIN                    PIC S9(2)V9(4)          dbanklnp
004486                                          COMP-3.                 dbanklnp
004500                                                                  dbanklnp
004600******************************************************************dbanklnp
004700* Amortization working areas - a running remaining balance,       dbanklnp
006640                                                                  dbanklnp
006645  01  WS-BNKESCR-REC.                                             dbanklnp
006650  COPY CBANKVES.                                                  dbanklnp
006662                                                                  dbanklnp
006674  01  WS-BNKLAPP-REC.                                             dbanklnp
006686  COPY CBANKVLA.                                                  dbanklnp
006700                                                                  dbanklnp
006800  01  WS-COMMAREA.                                                dbanklnp
006900  COPY CBANKDLN.                                                  dbanklnp
007200                                                                  dbanklnp
007300  COPY CABENDD.                                                   dbanklnp
007400                                                                  dbanklnp
007425 01  WS-RECOVERY-DATA.                                            dbanklnp
007450 COPY CBANKD85.                                                   dbanklnp
007475                                                                  dbanklnp
007500  LINKAGE SECTION.                                                dbanklnp
007600  01  DFHCOMMAREA.                                                dbanklnp
007700    05  LK-COMMAREA                       PIC X(1)                dbanklnp
012300******************************************************************dbanklnp
012400  WRITE-LOAN-PROCESSING.                                          dbanklnp
012500  COPY CTSTAMPP.                                                  dbanklnp
012516      PERFORM FIND-APPROVED-APPLICATION THRU                      dbanklnp
012532              FIND-APPROVED-APPLICATION-EXIT.                     dbanklnp
012548      IF NOT CDLNO-OK                                             dbanklnp
012564        GO TO WRITE-LOAN-PROCESSING-EXIT                          dbanklnp
012580      END-IF.                                                     dbanklnp
012600      MOVE SPACES TO WS-BNKLOAN-REC.                              dbanklnp
012700      MOVE WS-TIMESTAMP TO LNM-REC-LOAN-ID.                       dbanklnp
012800      MOVE CDLNI-PID TO LNM-REC-PID.                              dbanklnp
013800                   RIDFLD(WS-BNKLOAN-RID)                         dbanklnp
013900                   KEYLENGTH(LENGTH OF WS-BNKLOAN-RID)            dbanklnp
014000                   RESP(WS-RESP)                                  dbanklnp
014100      END-EXEC                                                    dbanklnp
014114      IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                      dbanklnp
014128         MOVE 'BNKLOAN' TO CD85I-FILE                             dbanklnp
014142         SET CD85I-ADD TO TRUE                                    dbanklnp
014156         MOVE WS-BNKLOAN-REC TO CD85I-IMAGE                       dbanklnp
014170         PERFORM JOURNAL-UPDATE THRU JOURNAL-UPDATE-EXIT          dbanklnp
014184      END-IF.                                                     dbanklnp
014200      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  dbanklnp
014300        SET CDLNO-ERROR TO TRUE                                   dbanklnp
014400        GO TO WRITE-LOAN-PROCESSING-EXIT                          dbanklnp
014620        PERFORM WRITE-VARIABLE-RIDER THRU                         dbanklnp
014630                WRITE-VARIABLE-RIDER-EXIT                         dbanklnp
014640      END-IF.                                                     dbanklnp
014660      PERFORM MARK-APPLICATION-ORIGINATED THRU                    dbanklnp
014680              MARK-APPLICATION-ORIGINATED-EXIT.                   dbanklnp
014700      MOVE CDLNI-PRINCIPAL TO WS-AMORT-BALANCE.                   dbanklnp
014800      DIVIDE CDLNI-RATE BY 1200                                   dbanklnp
014900        GIVING WS-AMORT-MONTHLY-RATE.                             dbanklnp
019288  WRITE-VARIABLE-RIDER-EXIT.                                      dbanklnp
019290      EXIT.                                                       dbanklnp
019300                                                                  dbanklnp
019310******************************************************************dbanklnp
019320* Only an approved loan application may be originated - the one   dbanklnp
019330* named by the caller, or else the applicant's first approved     dbanklnp
019340* application that covers the principal and term asked for        dbanklnp
019350******************************************************************dbanklnp
019360  FIND-APPROVED-APPLICATION.                                      dbanklnp
019370      MOVE 'N' TO WS-APP-FOUND.                                   dbanklnp
019380      MOVE CDLNI-PID TO WS-BNKLAPP-RID-PID.                       dbanklnp
019390      IF CDLNI-APP-ID IS NOT EQUAL TO SPACES AND                  dbanklnp
019400         CDLNI-APP-ID IS NOT EQUAL TO LOW-VALUES                  dbanklnp
019410        MOVE CDLNI-APP-ID TO WS-BNKLAPP-RID-APP-ID                dbanklnp
019420        EXEC CICS READ FILE('BNKLAPP')                            dbanklnp
019430                     INTO(WS-BNKLAPP-REC)                         dbanklnp
019440                     LENGTH(LENGTH OF WS-BNKLAPP-REC)             dbanklnp
019450                     RIDFLD(WS-BNKLAPP-RID)                       dbanklnp
019460                     RESP(WS-RESP)                                dbanklnp
019470        END-EXEC                                                  dbanklnp
019480        IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                    dbanklnp
019490          PERFORM CHECK-APPLICATION-TERMS THRU                    dbanklnp
019500                  CHECK-APPLICATION-TERMS-EXIT                    dbanklnp
019510        END-IF                                                    dbanklnp
019520        GO TO FIND-APPROVED-APPLICATION-DONE                      dbanklnp
019530      END-IF.                                                     dbanklnp
019540      MOVE LOW-VALUES TO WS-BNKLAPP-RID-APP-ID.                   dbanklnp
019550      EXEC CICS STARTBR FILE('BNKLAPP')                           dbanklnp
019560                   RIDFLD(WS-BNKLAPP-RID)                         dbanklnp
019570                   GTEQ                                           dbanklnp
019580                   RESP(WS-RESP)                                  dbanklnp
019590      END-EXEC.                                                   dbanklnp
019600      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  dbanklnp
019610        GO TO FIND-APPROVED-APPLICATION-DONE                      dbanklnp
019620      END-IF.                                                     dbanklnp
019630  FIND-APPROVED-APPLICATION-LOOP.                                 dbanklnp
019640      EXEC CICS READNEXT FILE('BNKLAPP')                          dbanklnp
019650                   INTO(WS-BNKLAPP-REC)                           dbanklnp
019660                   LENGTH(LENGTH OF WS-BNKLAPP-REC)               dbanklnp
019670                   RIDFLD(WS-BNKLAPP-RID)                         dbanklnp
019680                   RESP(WS-RESP)                                  dbanklnp
019690      END-EXEC.                                                   dbanklnp
019700      IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                  dbanklnp
019710         APP-REC-PID IS EQUAL TO CDLNI-PID                        dbanklnp
019720        PERFORM CHECK-APPLICATION-TERMS THRU                      dbanklnp
019730                CHECK-APPLICATION-TERMS-EXIT                      dbanklnp
019740        IF WS-APP-FOUND IS NOT EQUAL TO 'Y'                       dbanklnp
019750          GO TO FIND-APPROVED-APPLICATION-LOOP                    dbanklnp
019760        END-IF                                                    dbanklnp
019770      END-IF.                                                     dbanklnp
019780      EXEC CICS ENDBR FILE('BNKLAPP')                             dbanklnp
019790      END-EXEC.                                                   dbanklnp
019800  FIND-APPROVED-APPLICATION-DONE.                                 dbanklnp
019810      IF WS-APP-FOUND IS NOT EQUAL TO 'Y'                         dbanklnp
019820        SET CDLNO-NOT-APPROVED TO TRUE                            dbanklnp
019830      END-IF.                                                     dbanklnp
019840  FIND-APPROVED-APPLICATION-EXIT.                                 dbanklnp
019850      EXIT.                                                       dbanklnp
019860                                                                  dbanklnp
019870  CHECK-APPLICATION-TERMS.                                        dbanklnp
019880      IF APP-STATUS-APPROVED AND                                  dbanklnp
019890         CDLNI-PRINCIPAL IS NOT GREATER THAN APP-REC-AMOUNT AND   dbanklnp
019900         CDLNI-TERM IS NOT GREATER THAN APP-REC-TERM              dbanklnp
019910        MOVE 'Y' TO WS-APP-FOUND                                  dbanklnp
019920        MOVE APP-KEY TO WS-BNKLAPP-RID                            dbanklnp
019930      END-IF.                                                     dbanklnp
019940  CHECK-APPLICATION-TERMS-EXIT.                                   dbanklnp
019950      EXIT.                                                       dbanklnp
019960                                                                  dbanklnp
019970******************************************************************dbanklnp
019980* Mark the application originated with the new loan-id so it      dbanklnp
019990* cannot be drawn on again                                        dbanklnp
020000******************************************************************dbanklnp
020010  MARK-APPLICATION-ORIGINATED.                                    dbanklnp
020020      EXEC CICS READ FILE('BNKLAPP')                              dbanklnp
020030                   UPDATE                                         dbanklnp
020040                   INTO(WS-BNKLAPP-REC)                           dbanklnp
020050                   LENGTH(LENGTH OF WS-BNKLAPP-REC)               dbanklnp
020060                   RIDFLD(WS-BNKLAPP-RID)                         dbanklnp
020070                   RESP(WS-RESP)                                  dbanklnp
020080      END-EXEC.                                                   dbanklnp
020090      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  dbanklnp
020100        GO TO MARK-APPLICATION-ORIGINATED-EXIT                    dbanklnp
020110      END-IF.                                                     dbanklnp
020120      SET APP-STATUS-ORIGINATED TO TRUE.                          dbanklnp
020130      MOVE WS-TIMESTAMP TO APP-REC-LOAN-ID.                       dbanklnp
020140      EXEC CICS REWRITE FILE('BNKLAPP')                           dbanklnp
020150                   FROM(WS-BNKLAPP-REC)                           dbanklnp
020160                   LENGTH(LENGTH OF WS-BNKLAPP-REC)               dbanklnp
020170                   RESP(WS-RESP)                                  dbanklnp
020180      END-EXEC.                                                   dbanklnp
020190  MARK-APPLICATION-ORIGINATED-EXIT.                               dbanklnp
020200      EXIT.                                                       dbanklnp
020210                                                                  dbanklnp
020220******************************************************************dbanklnp
020230* Browse request - return up to four schedule rows for the        dbanklnp
020240* requested loan-id on or after the supplied start payment        dbanklnp
020250* number, in payment order                                        dbanklnp
020260******************************************************************dbanklnp
020270  BROWSE-PROCESSING.                                              dbanklnp
020280      MOVE CDLNI-LOAN-ID TO WS-BNKLNSCH-RID-LOAN-ID.              dbanklnp
020290      MOVE CDLNI-START-PAYMENT-NO TO                              dbanklnp
020300        WS-BNKLNSCH-RID-PAYMENT-NO.                               dbanklnp
020310      EXEC CICS STARTBR FILE('BNKLNSCH')                          dbanklnp
020400                   RIDFLD(WS-BNKLNSCH-RID)                        dbanklnp
020500                   GTEQ                                           dbanklnp
020600      END-EXEC.                                                   dbanklnp
026900  BROWSE-PROCESSING-EXIT.                                         dbanklnp
027000      EXIT.                                                       dbanklnp
027100                                                                  dbanklnp
027109***************************************************************** dbanklnp
027118* Journal the after-image of the master-file update just        * dbanklnp
027127* made so it can be rolled forward onto a reload                * dbanklnp
027136***************************************************************** dbanklnp
027145 JOURNAL-UPDATE.                                                  dbanklnp
027154     MOVE WS-PROGRAM-ID TO CD85I-PROGRAM.                         dbanklnp
027163 COPY CBANKX85.                                                   dbanklnp
027172 JOURNAL-UPDATE-EXIT.                                             dbanklnp
027181     EXIT.                                                        dbanklnp
027190                                                                  dbanklnp
027200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbanklnp
