003300            ACCESS MODE  IS SEQUENTIAL                            dbank52p
003400            RECORD KEY   IS BTX-REC-TIMESTAMP                     dbank52p
003500            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      dbank52p
003550            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      dbank52p
003600            FILE STATUS  IS WS-BNKTXN-STATUS.                     dbank52p
003700                                                                  dbank52p
003800 DATA DIVISION.                                                   dbank52p
