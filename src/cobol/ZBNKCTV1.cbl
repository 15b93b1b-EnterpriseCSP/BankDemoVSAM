004500            ACCESS MODE  IS SEQUENTIAL                            ZBNKCTV1
004600            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKCTV1
004700            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKCTV1
004750            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKCTV1
004800            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKCTV1
004900     SELECT BNKCTL-FILE                                           ZBNKCTV1
005000            ASSIGN       TO BNKCTL                                ZBNKCTV1
