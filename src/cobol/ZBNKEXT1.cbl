001200***************************************************************** zbnkext1
001300* Prgram:      ZBNKEXT1.CBL                                     * zbnkext1
001400* Function:    Extract data to print bank statements            * zbnkext1
001410*              - a customer whose address has been returned     * zbnkext1
001420*              undeliverable is marked email-only or held.      * zbnkext1
001500***************************************************************** zbnkext1
001600 IDENTIFICATION DIVISION.                                         zbnkext1
001700 PROGRAM-ID.                                                      zbnkext1
025700                MOVE CD51O-PID TO BANKXT01-1-PID                  zbnkext1
025800                MOVE CD51O-NAME TO BANKXT01-0-NAME                zbnkext1
025900                MOVE CD51O-EMAIL TO BANKXT01-0-EMAIL              zbnkext1
025910                IF CD51-ADDR-UNDELIVERABLE                        zbnkext1
025920                   IF CD51O-SEND-EMAIL IS EQUAL TO 'Y' AND        zbnkext1
025930                      CD51O-EMAIL IS NOT EQUAL TO SPACES          zbnkext1
025940                      SET BANKXT01-0-EMAIL-ONLY TO TRUE           zbnkext1
025950                   ELSE                                           zbnkext1
025960                      SET BANKXT01-0-HELD TO TRUE                 zbnkext1
025970                   END-IF                                         zbnkext1
025980                END-IF                                            zbnkext1
026000                PERFORM EXTRACT-PUT                               zbnkext1
026100                MOVE SPACES TO BANKXT01-REC1                      zbnkext1
026200                MOVE '1' TO BANKXT01-1-TYPE                       zbnkext1
