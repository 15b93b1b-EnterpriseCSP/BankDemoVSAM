001400* file run.  Also maintains the recurring payment instructions  * cbankd28
001410* (BNKRPAY) the daily ZBNKRPY1 run executes against the         * cbankd28
001420* registered payees.                                            * cbankd28
001446* The payee's postal address and reference type go both ways    * cbankd28
001472* for the ISO 20022 payment file.                               * cbankd28
001479* A direct enqueue pays a biller's request-to-pay: the          * cbankd28
001486* name, routing, account and reference come in the request      * cbankd28
001493* instead of from a registered payee.                           * cbankd28
001500***************************************************************** cbankd28
001600                                                                  cbankd28
001700 05  CD28-DATA.                                                   cbankd28
002410       88  CD28I-RP-BROWSE          VALUE '6'.                    cbankd28
002420       88  CD28I-RP-WRITE           VALUE '7'.                    cbankd28
002430       88  CD28I-RP-CANCEL          VALUE '8'.                    cbankd28
002465       88  CD28I-ENQUEUE-DIRECT     VALUE '9'.                    cbankd28
002500     15  CD28I-PID                  PIC X(5).                     cbankd28
002600     15  CD28I-SEQ                  PIC 9(2).                     cbankd28
002700     15  CD28I-NAME                 PIC X(30).                    cbankd28
003100     15  CD28I-FUND-ACCNO           PIC X(9).                     cbankd28
003200     15  CD28I-AMOUNT               PIC S9(7)V99 COMP-3.          cbankd28
003210     15  CD28I-RP-DAY               PIC X(2).                     cbankd28
003225     15  CD28I-STREET               PIC X(35).                    cbankd28
003240     15  CD28I-TOWN                 PIC X(35).                    cbankd28
003255     15  CD28I-POST-CODE            PIC X(16).                    cbankd28
003270     15  CD28I-COUNTRY              PIC X(2).                     cbankd28
003285     15  CD28I-REF-TYPE             PIC X(1).                     cbankd28
003300   10  CD28O-DATA.                                                cbankd28
003400     15  CD28O-RESP                 PIC X(1).                     cbankd28
003500       88  CD28O-OK                 VALUE '0'.                    cbankd28
004300     15  CD28O-CUST-REF             PIC X(16).                    cbankd28
004400     15  CD28O-STATUS               PIC X(1).                     cbankd28
004500     15  CD28O-PAYMENT-REF          PIC X(16).                    cbankd28
004516     15  CD28O-STREET               PIC X(35).                    cbankd28
004532     15  CD28O-TOWN                 PIC X(35).                    cbankd28
004548     15  CD28O-POST-CODE            PIC X(16).                    cbankd28
004564     15  CD28O-COUNTRY              PIC X(2).                     cbankd28
004580     15  CD28O-REF-TYPE             PIC X(1).                     cbankd28
004590     15  CD28O-BANK-NAME            PIC X(36).                    cbankd28
004600     15  CD28O-ENTRY-TABLE.                                       cbankd28
004700       20  CD28O-ENTRY OCCURS 4 TIMES.                            cbankd28
004800         25  CD28O-ENTRY-SEQ      PIC X(2).                       cbankd28
