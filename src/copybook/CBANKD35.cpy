002700     15  CD35I-ROLE                 PIC X(1).                     cbankd35
002800     15  CD35I-NAME                 PIC X(25).                    cbankd35
002900     15  CD35I-ACTIVE               PIC X(1).                     cbankd35
002950     15  CD35I-BRANCH               PIC X(3).                     cbankd35
002975     15  CD35I-OWN-PID              PIC X(5).                     cbankd35
003000   10  CD35O-DATA.                                                cbankd35
003100     15  CD35O-RESP                 PIC X(1).                     cbankd35
003200       88  CD35O-OK                 VALUE '0'.                    cbankd35
003900     15  CD35O-ROLE                 PIC X(1).                     cbankd35
004000     15  CD35O-NAME                 PIC X(25).                    cbankd35
004100     15  CD35O-ACTIVE               PIC X(1).                     cbankd35
004150     15  CD35O-BRANCH               PIC X(3).                     cbankd35
004175     15  CD35O-OWN-PID              PIC X(5).                     cbankd35
004200                                                                  cbankd35
004300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd35
