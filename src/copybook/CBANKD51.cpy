003130         88  CD51-STMT-CYCLE-MONTHLY         VALUE 'M'.           cbankd51
003140         88  CD51-STMT-CYCLE-QUARTERLY       VALUE 'Q'.           cbankd51
003150         88  CD51-STMT-CYCLE-ANNUAL          VALUE 'A'.           cbankd51
003160       15  CD51O-SEND-EMAIL                  PIC X(1).            cbankd51
003170       15  CD51O-UNDELIV-FLAG                PIC X(1).            cbankd51
003180         88  CD51-ADDR-UNDELIVERABLE         VALUE 'Y'.           cbankd51
003200                                                                  cbankd51
003300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd51
