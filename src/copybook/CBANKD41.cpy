003220     15  CD41I-EW-PENALTY-PCT       PIC 9(2)V99.                  cbankd41
003230     15  CD41I-ACCRUAL-MODE         PIC X(1).                     cbankd41
003240     15  CD41I-DAY-XCH-LIMIT        PIC 9(7)V99.                  cbankd41
003270     15  CD41I-RET-ITEM-FEE         PIC 9(3)V99.                  cbankd41
003285     15  CD41I-CHQBOOK-FEE          PIC 9(3)V99.                  cbankd41
003290     15  CD41I-DUPSTMT-FEE          PIC 9(3)V99.                  cbankd41
003291     15  CD41I-ADULT-TYPE           PIC X(1).                     cbankd41
003292     15  CD41I-GUARDIAN-LIMIT       PIC 9(5)V99.                  cbankd41
003296     15  CD41I-BACKVAL-DAYS         PIC 9(3).                     cbankd41
003300     15  CD41I-NEW-INT-RATE         PIC 9(2)V9(4).                cbankd41
003400     15  CD41I-NEW-RATE-EFF-DATE    PIC X(10).                    cbankd41
003500     15  CD41I-USERID               PIC X(8).                     cbankd41
004920     15  CD41O-EW-PENALTY-PCT       PIC 9(2)V99.                  cbankd41
004930     15  CD41O-ACCRUAL-MODE         PIC X(1).                     cbankd41
004940     15  CD41O-DAY-XCH-LIMIT        PIC 9(7)V99.                  cbankd41
004970     15  CD41O-RET-ITEM-FEE         PIC 9(3)V99.                  cbankd41
004985     15  CD41O-CHQBOOK-FEE          PIC 9(3)V99.                  cbankd41
004990     15  CD41O-DUPSTMT-FEE          PIC 9(3)V99.                  cbankd41
004991     15  CD41O-ADULT-TYPE           PIC X(1).                     cbankd41
004992     15  CD41O-GUARDIAN-LIMIT       PIC 9(5)V99.                  cbankd41
004996     15  CD41O-BACKVAL-DAYS         PIC 9(3).                     cbankd41
005000     15  CD41O-NEW-INT-RATE         PIC 9(2)V9(4).                cbankd41
005100     15  CD41O-NEW-RATE-EFF-DATE    PIC X(10).                    cbankd41
005200     15  CD41O-STATUS               PIC X(1).                     cbankd41
