001820       15  CD08O-TOTAL-BAL                   PIC S9(7)V99         cbankd08
001840                                            COMP-3.               cbankd08
001860       15  CD08O-OD-COUNT                    PIC 9(3).            cbankd08
001870       15  CD08O-MINOR-FLAG                  PIC X(1).            cbankd08
001880         88  CD08O-MINOR                     VALUE 'Y'.           cbankd08
001900                                                                  cbankd08
002000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd08
