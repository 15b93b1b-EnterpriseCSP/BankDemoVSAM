004400            ACCESS MODE  IS SEQUENTIAL                            ZBNKCTW1
004500            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKCTW1
004600            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKCTW1
004650            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKCTW1
004700            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKCTW1
004800     SELECT BNKCTL-FILE                                           ZBNKCTW1
004900            ASSIGN       TO BNKCTL                                ZBNKCTW1
