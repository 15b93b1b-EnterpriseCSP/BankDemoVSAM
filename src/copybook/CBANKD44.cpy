002300     15  CD44I-NAME                 PIC X(25).                    cbankd44
002400     15  CD44I-ADDR                 PIC X(25).                    cbankd44
002500     15  CD44I-REGION               PIC X(10).                    cbankd44
002550     15  CD44I-MANAGER              PIC X(8).                     cbankd44
002600   10  CD44O-DATA.                                                cbankd44
002700     15  CD44O-RESP                 PIC X(1).                     cbankd44
002800       88  CD44O-OK                 VALUE '0'.                    cbankd44
003300     15  CD44O-ADDR                 PIC X(25).                    cbankd44
003400     15  CD44O-REGION               PIC X(10).                    cbankd44
003500     15  CD44O-STATUS               PIC X(1).                     cbankd44
003550     15  CD44O-MANAGER              PIC X(8).                     cbankd44
003600                                                                  cbankd44
003700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd44
