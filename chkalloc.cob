002600*        key "S" + <network/prefix>   status blank,             *
002700*                                     detail = description      *
002800*        key "A" + <address>          status ASSIGNED/FREE/     *
002900*                                     RESERVED/QUARANT,         *
002910*                                     detail = holder,          *
002920*                                     reserve note and          *
002930*                                     expiry, or release        *
002940*                                     date and former           *
002950*                                     holder                    *
002960*        key "C" + QUARANTINE-DAYS    detail = cooling-off      *
002970*                                     period in days            *
003000*      A released address is not FREE at once: it goes to       *
003010*      QUARANT with the release date, and the C and N           *
003020*      functions will not hand it to anyone else until the      *
003030*      cooling-off period (default 7 days) has passed - stale   *
003040*      ARP caches, firewall rules and unacknowledged DNS        *
003050*      deletes still point at the old owner meanwhile.  The     *
003060*      former holder may take it straight back (a revert or     *
003070*      roll-back).  A period of 0 releases straight to FREE.    *
003080*      AllocMaint -housekeep returns lapsed quarantines and     *
003090*      expired reservations to FREE.                            *
003100*      AllocMaint maintains the S and RESERVED records and      *
003200*      migrates a legacy pipe-delimited master with -migrate.   *
003300*                                                                *
007400*                       walks a v4 one.                          *
007410*      2026-09-02  TJK  Master record layout moved to the        *
007420*                       shared allocrec.cpy copybook.            *
007430*      2026-10-15  TJK  Released addresses go to QUARANT with    *
007440*                       the release date instead of FREE; the C  *
007450*                       check and -nextfree skip them until the  *
007460*                       cooling-off period in the master's       *
007470*                       QUARANTINE-DAYS control record has       *
007480*                       passed, except for the former holder.    *
007500*                                                                *
007600***************************************************************
007700 IDENTIFICATION DIVISION.
016400 01  WS-V6-BASE16              PIC 9(05) COMP.
016500 01  WS-V6-CAND16              PIC 9(05) COMP.
016600 01  WS-V6-WORK16              PIC 9(05) COMP.
016602
016604*    Quarantine cooling-off: released addresses wait this many
016606*    days (master control record, default 7) before reuse
016608 01  WS-QUARANTINE-DAYS        PIC 9(03) VALUE 7.
016610 01  WS-TODAY-DATE             PIC 9(08).
016612 01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
016614                               PIC X(08).
016616 01  WS-COOLED-SWITCH          PIC X(01).
016618     88  WS-COOLED-OFF                  VALUE "Y".
016620 01  WS-D2D-DATE               PIC 9(08).
016622 01  WS-D2D-YEAR               PIC 9(04).
016624 01  WS-D2D-MONTH              PIC 9(02).
016626 01  WS-D2D-DAY                PIC 9(02).
016628 01  WS-D2D-SERIAL             PIC 9(09) COMP.
016630 01  WS-D2D-RELEASED           PIC 9(09) COMP.
016632 01  WS-MONTH-OFFSETS.
016634     05  FILLER                PIC 9(03) VALUE 000.
016636     05  FILLER                PIC 9(03) VALUE 031.
016638     05  FILLER                PIC 9(03) VALUE 059.
016640     05  FILLER                PIC 9(03) VALUE 090.
016642     05  FILLER                PIC 9(03) VALUE 120.
016644     05  FILLER                PIC 9(03) VALUE 151.
016646     05  FILLER                PIC 9(03) VALUE 181.
016648     05  FILLER                PIC 9(03) VALUE 212.
016650     05  FILLER                PIC 9(03) VALUE 243.
016652     05  FILLER                PIC 9(03) VALUE 273.
016654     05  FILLER                PIC 9(03) VALUE 304.
016656     05  FILLER                PIC 9(03) VALUE 334.
016658 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSETS.
016660     05  WS-MONTH-OFFSET       OCCURS 12 TIMES
016662                               PIC 9(03).
016700
016800 LINKAGE SECTION.
016900 01  AL-FILE-PATH              PIC X(100).
019700     IF AL-NO-MASTER OR AL-REJECTED
019800         GO TO 0000-EXIT
019900     END-IF.
019950     PERFORM 1500-LOAD-QUARANTINE-DAYS THRU 1500-EXIT.
020000     EVALUATE TRUE
020100         WHEN AL-FUNC-CHECK
020200             PERFORM 2000-CHECK-ADDRESS THRU 2000-EXIT
038800 1450-EXIT.
038900     EXIT.
039000
039001***************************************************************
039002* 1500-LOAD-QUARANTINE-DAYS - today's date and the cooling-off  *
039003*     period from the "C" control record; no record keeps the   *
039004*     seven-day default                                         *
039005***************************************************************
039006 1500-LOAD-QUARANTINE-DAYS.
039007     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
039008     MOVE 7 TO WS-QUARANTINE-DAYS.
039009     MOVE "C" TO AM-REC-TYPE.
039010     MOVE "QUARANTINE-DAYS" TO AM-KEY-VALUE.
039011     READ AL-MASTER-FILE KEY IS AM-KEY
039012         INVALID KEY
039013             CONTINUE
039014         NOT INVALID KEY
039015             IF AM-CT-DAYS IS NUMERIC
039016                 MOVE AM-CT-DAYS TO WS-QUARANTINE-DAYS
039017             END-IF
039018     END-READ.
039019     MOVE "00" TO WS-FILE-STATUS.
039020 1500-EXIT.
039021     EXIT.
039022
039023***************************************************************
039024* 1600-CHECK-COOLED-OFF - has the QUARANT record just read sat  *
039025*     out the cooling-off period?  A release date that is not   *
039026*     a date cannot be held against anyone                      *
039027***************************************************************
039028 1600-CHECK-COOLED-OFF.
039029     MOVE "Y" TO WS-COOLED-SWITCH.
039030     IF AM-QU-RELEASED IS NOT NUMERIC
039031         GO TO 1600-EXIT
039032     END-IF.
039033     MOVE AM-QU-RELEASED TO WS-D2D-DATE.
039034     PERFORM 1650-DATE-TO-SERIAL THRU 1650-EXIT.
039035     MOVE WS-D2D-SERIAL TO WS-D2D-RELEASED.
039036     MOVE WS-TODAY-DATE TO WS-D2D-DATE.
039037     PERFORM 1650-DATE-TO-SERIAL THRU 1650-EXIT.
039038     IF WS-D2D-SERIAL < WS-D2D-RELEASED + WS-QUARANTINE-DAYS
039039         MOVE "N" TO WS-COOLED-SWITCH
039040     END-IF.
039041 1600-EXIT.
039042     EXIT.
039043
039044***************************************************************
039045* 1650-DATE-TO-SERIAL - yyyymmdd to a day count, close enough   *
039046*     for cooling-off arithmetic                                *
039047***************************************************************
039048 1650-DATE-TO-SERIAL.
039049     MOVE WS-D2D-DATE(1:4) TO WS-D2D-YEAR.
039050     MOVE WS-D2D-DATE(5:2) TO WS-D2D-MONTH.
039051     MOVE WS-D2D-DATE(7:2) TO WS-D2D-DAY.
039052     IF WS-D2D-MONTH < 1 OR WS-D2D-MONTH > 12
039053         MOVE 1 TO WS-D2D-MONTH
039054     END-IF.
039055     COMPUTE WS-D2D-SERIAL =
039056         WS-D2D-YEAR * 365
039057         + WS-D2D-YEAR / 4
039058         - WS-D2D-YEAR / 100
039059         + WS-D2D-YEAR / 400
039060         + WS-MONTH-OFFSET(WS-D2D-MONTH)
039061         + WS-D2D-DAY.
039062 1650-EXIT.
039063     EXIT.
039064
039100***************************************************************
039200* 2000-CHECK-ADDRESS - the address must sit inside one of our   *
039300*     subnets and must not be assigned to a different holder    *
039400*     reserved, or still in quarantine after a release by       *
039450*     someone else                                              *
039500***************************************************************
039600 2000-CHECK-ADDRESS.
039700     PERFORM 1100-LOAD-SUBNETS THRU 1100-EXIT.
044100             ")" DELIMITED BY SIZE
044200             INTO AL-MESSAGE
044300     END-IF.
044305     IF AM-STATUS = "QUARANT" AND AM-QU-HOLDER NOT = AL-HOLDER
044310         PERFORM 1600-CHECK-COOLED-OFF THRU 1600-EXIT
044315         IF NOT WS-COOLED-OFF
044320             SET AL-REJECTED TO TRUE
044325             MOVE SPACES TO AL-MESSAGE
044330             STRING "address is in quarantine since "
044335                 DELIMITED BY SIZE
044340                 AM-QU-RELEASED DELIMITED BY SIZE
044345                 " (released by " DELIMITED BY SIZE
044350                 AM-QU-HOLDER DELIMITED BY SPACE
044355                 ")" DELIMITED BY SIZE
044360                 INTO AL-MESSAGE
044365         END-IF
044370     END-IF.
044400 2000-EXIT.
044500     EXIT.
044600
044700***************************************************************
044800* 3000-UPDATE-ASSIGNMENT - release the old address into         *
044900*     quarantine, assign the new one to the holder - single-    *
045000*     record rewrites under the file's record locks, never a    *
045050*     whole-file rewrite                                        *
045100***************************************************************
045200 3000-UPDATE-ASSIGNMENT.
045300     IF AL-OLD-ADDRESS NOT = SPACES
045800         PERFORM 1300-CANONICAL-QUERY THRU 1300-EXIT
045900         PERFORM 1200-READ-ADDR-RECORD THRU 1200-EXIT
046000         IF WS-REC-FOUND AND AM-DETAIL = AL-HOLDER
046020             IF WS-QUARANTINE-DAYS = 0
046040                 MOVE "FREE" TO AM-STATUS
046060                 MOVE SPACES TO AM-DETAIL
046080             ELSE
046100                 MOVE "QUARANT" TO AM-STATUS
046120                 MOVE SPACES TO AM-DETAIL
046140                 MOVE WS-TODAY-DATE-X TO AM-QU-RELEASED
046160                 MOVE AL-HOLDER TO AM-QU-HOLDER
046180             END-IF
046300             REWRITE AM-MASTER-RECORD
046400                 INVALID KEY
046500                     CONTINUE
049800***************************************************************
049900* 4000-NEXT-FREE - walk the subnet's host addresses from the    *
050000*     network base upward and return the first one whose A      *
050100*     record is absent, FREE or out of quarantine               *
050200***************************************************************
050300 4000-NEXT-FREE.
050400     MOVE 0 TO WS-COLON-COUNT.
064300     EXIT.
064400
064500***************************************************************
064600* 4300-CHECK-TAKEN - is the candidate address assigned,         *
064700*     reserved or still in quarantine?  One keyed read          *
064750*     answers it                                                *
064800***************************************************************
064900 4300-CHECK-TAKEN.
065000     MOVE "N" TO WS-TAKEN-SWITCH.
065400        AND (AM-STATUS = "ASSIGNED" OR AM-STATUS = "RESERVED")
065500         SET WS-TAKEN TO TRUE
065600     END-IF.
065610     IF WS-REC-FOUND AND AM-STATUS = "QUARANT"
065620         PERFORM 1600-CHECK-COOLED-OFF THRU 1600-EXIT
065630         IF NOT WS-COOLED-OFF
065640             SET WS-TAKEN TO TRUE
065650         END-IF
065660     END-IF.
065700 4300-EXIT.
065800     EXIT.
065900
066100* 4500-NEXT-FREE-V6 - walk the low 16 bits of the v6 subnet     *
066200*     from the network base upward, the same 65536-address cap  *
066300*     the v4 walk has, and return the first canonical address   *
066400*     whose A record is absent, FREE or out of quarantine       *
066500***************************************************************
066600 4500-NEXT-FREE-V6.
066700     PERFORM 4510-PARSE-SUBNET-V6 THRU 4510-EXIT.
