001500   10  BANKXT01-0-PID                        PIC X(5).            cbankxt1
001600   10  BANKXT01-0-NAME                       PIC X(25).           cbankxt1
001700   10  BANKXT01-0-EMAIL                      PIC X(30).           cbankxt1
001800*   Paper unless the address has been returned undeliverable -    cbankxt1
001810*   then email only where the customer takes email, else held     cbankxt1
001820   10  BANKXT01-0-DELIVERY                   PIC X(1).            cbankxt1
001830     88  BANKXT01-0-PAPER                    VALUE ' '.           cbankxt1
001840     88  BANKXT01-0-EMAIL-ONLY               VALUE 'E'.           cbankxt1
001850     88  BANKXT01-0-HELD                     VALUE 'H'.           cbankxt1
001860   10  BANKXT01-0-FILLER                     PIC X(4).            cbankxt1
001900 01  BANKXT01-REC1.                                               cbankxt1
002000   10  BANKXT01-1-TYPE                       PIC X(1).            cbankxt1
002100   10  BANKXT01-1-PID                        PIC X(5).            cbankxt1
