005000           ACCESS MODE  IS DYNAMIC                                ZBNKDOR1
005100           RECORD KEY   IS BTX-REC-TIMESTAMP                      ZBNKDOR1
005200           ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES       ZBNKDOR1
005250           ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES       ZBNKDOR1
005300           FILE STATUS  IS WS-BNKTXN-STATUS.                      ZBNKDOR1
005400     SELECT PRINTOUT-FILE                                         ZBNKDOR1
005500           ASSIGN       TO PRINTOUT                               ZBNKDOR1
