005284         88  CD11O-STATUS-DORMANT           VALUE 'D'.            cbankd11
005286         88  CD11O-STATUS-FROZEN            VALUE 'F'.            cbankd11
005288         88  CD11O-STATUS-CLOSED            VALUE 'C'.            cbankd11
005290      15  CD11O-MINOR-FLAG                 PIC X(1).              cbankd11
005292        88  CD11O-MINOR-REFUSED            VALUE 'Y'.             cbankd11
005300                                                                  cbankd11
005400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd11
