004200     15  CD49O-FEE                  PIC S9(5)V99 COMP-3.          cbankd49
004300     15  CD49O-BENE-NAME            PIC X(30).                    cbankd49
004400     15  CD49O-AMOUNT               PIC S9(7)V99 COMP-3.          cbankd49
004450     15  CD49O-BANK-NAME            PIC X(36).                    cbankd49
004500                                                                  cbankd49
004600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd49
