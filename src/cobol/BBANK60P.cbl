001300* Program:     BBANK60P.CBL                                     * bbank60p
001400* Layer:       Business logic                                   * bbank60p
001500* Function:    Update address information                       * bbank60p
001510*              The address is checked against the postal        * bbank60p
001520*              authority postcode file through DBANK91P.        * bbank60p
001600***************************************************************** bbank60p
001700                                                                  bbank60p
001800 IDENTIFICATION DIVISION.                                         bbank60p
006050                                                                  bbank60p
006060 01  WS-STATE-PROV-DATA.                                          bbank60p
006070 COPY CBANKD23.                                                   bbank60p
006077                                                                  bbank60p
006084 01  WS-TAXR-DATA.                                                bbank60p
006091 COPY CBANKD78.                                                   bbank60p
006093                                                                  bbank60p
006095 01  WS-POSTAL-DATA.                                              bbank60p
006097 COPY CBANKD91.                                                   bbank60p
006100                                                                  bbank60p
006200 COPY CABENDD.                                                    bbank60p
006210                                                                  bbank60p
027400        MOVE BANK-SCR60-NEW-SEND-MAIL TO CD07I-NEW-SEND-MAIL      bbank60p
027500        MOVE BANK-SCR60-NEW-SEND-EMAIL TO CD07I-NEW-SEND-EMAIL    bbank60p
027600 COPY CBANKX07.                                                   bbank60p
027615* Re-check the customer for foreign tax indicia on the new detailsbbank60p
027630        MOVE SPACES TO CD78-DATA                                  bbank60p
027645        SET CD78I-INDICIA TO TRUE                                 bbank60p
027660        MOVE BANK-SCR60-CONTACT-ID TO CD78I-PID                   bbank60p
027675        MOVE BANK-USERID TO CD78I-USERID                          bbank60p
027690 COPY CBANKX78.                                                   bbank60p
027705        IF CD78O-INDICIA-FOUND                                    bbank60p
027720          MOVE                                                    bbank60p
027725            'Contact information updated - tax self-cert needed'  bbank60p
027735            TO BANK-RETURN-MSG                                    bbank60p
027750        ELSE                                                      bbank60p
027765          MOVE 'Contact information updated' TO BANK-RETURN-MSG   bbank60p
027780        END-IF                                                    bbank60p
027800        MOVE SPACES TO BANK-SCREEN60-DATA                         bbank60p
027900        MOVE 'BBANK60P' TO BANK-LAST-PROG                         bbank60p
028000        MOVE 'BBANK20P' TO BANK-NEXT-PROG                         bbank60p
033700        MOVE 'State/Prov not valid for Country' TO WS-ERROR-MSG   bbank60p
033800        GO TO VALIDATE-DATA-ERROR                                 bbank60p
033900     END-IF.                                                      bbank60p
034000***************************************************************** bbank60p
034010* The postcode must be current and agree with the country,      * bbank60p
034020* state/province and town (address line 2) on the postal file - * bbank60p
034030* an entry that is the right place written differently is put   * bbank60p
034040* in the standard form and shown back for the user to accept    * bbank60p
034050***************************************************************** bbank60p
034060     MOVE SPACES TO CD91-DATA.                                    bbank60p
034070     SET CD91I-VALIDATE TO TRUE.                                  bbank60p
034080     MOVE BANK-SCR60-NEW-PSTCDE TO CD91I-POSTCODE.                bbank60p
034090     MOVE BANK-SCR60-NEW-STATE TO CD91I-STATE.                    bbank60p
034100     MOVE BANK-SCR60-NEW-CNTRY TO CD91I-CNTRY.                    bbank60p
034110     MOVE BANK-SCR60-NEW-ADDR2 TO CD91I-TOWN.                     bbank60p
034120 COPY CBANKX91.                                                   bbank60p
034130     IF CD91O-CLOSE                                               bbank60p
034140        MOVE CD91O-STD-POSTCODE TO BANK-SCR60-NEW-PSTCDE          bbank60p
034150        MOVE CD91O-STD-STATE TO BANK-SCR60-NEW-STATE              bbank60p
034160        MOVE CD91O-STD-TOWN TO BANK-SCR60-NEW-ADDR2               bbank60p
034170        MOVE 'Address put in postal form - check, Enter'          bbank60p
034180          TO WS-ERROR-MSG                                         bbank60p
034190        GO TO VALIDATE-DATA-ERROR                                 bbank60p
034200     END-IF.                                                      bbank60p
034210     IF NOT CD91O-OK                                              bbank60p
034220        MOVE CD91O-MSG TO WS-ERROR-MSG                            bbank60p
034230        GO TO VALIDATE-DATA-ERROR                                 bbank60p
034240     END-IF.                                                      bbank60p
034900     IF BANK-SCR60-NEW-EMAIL IS NOT EQUAL TO SPACES               bbank60p
035000        MOVE 0 TO STATE-PROV-SUB                                  bbank60p
035100        INSPECT BANK-SCR60-NEW-EMAIL TALLYING STATE-PROV-SUB      bbank60p
