006600            ACCESS MODE  IS SEQUENTIAL                            ZBNKREL1
006700            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKREL1
006800            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKREL1
006850            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKREL1
006900            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKREL1
007000     SELECT UNLTXN-FILE                                           ZBNKREL1
007100            ASSIGN       TO UNLTXN                                ZBNKREL1
015000 COPY CBANKVTX.                                                   ZBNKREL1
015100                                                                  ZBNKREL1
015200 FD  UNLTXN-FILE.                                                 ZBNKREL1
015300 01  UNLTXN-REC                            PIC X(440).            ZBNKREL1
015400                                                                  ZBNKREL1
015500 FD  BNKLOAN-FILE.                                                ZBNKREL1
015600 01  BNKLOAN-REC.                                                 ZBNKREL1
061200        PERFORM ABORT-PROGRAM                                     ZBNKREL1
061300     END-IF.                                                      ZBNKREL1
061400     MOVE UNLTXN-REC TO BTX-RECORD.                               ZBNKREL1
061450 COPY CBANKTXP.                                                   ZBNKREL1
061500     WRITE BNKTXN-REC.                                            ZBNKREL1
061600     IF WS-BNKTXN-STAT1 IS NOT EQUAL TO '0'                       ZBNKREL1
061700        MOVE 'BNKTXN write error during reload'                   ZBNKREL1
