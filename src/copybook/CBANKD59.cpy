004400       20  CD59O-ENTRY-AUTHORITY    PIC X(30).                    cbankd59
004500       20  CD59O-ENTRY-AMOUNT       PIC S9(7)V99 COMP-3.          cbankd59
004600       20  CD59O-ENTRY-EXPIRY       PIC X(10).                    cbankd59
004650     15  CD59O-BANK-NAME            PIC X(36).                    cbankd59
004700                                                                  cbankd59
004800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd59
004900                                                                  cbankd59
