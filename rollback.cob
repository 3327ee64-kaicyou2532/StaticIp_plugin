004200*      2026-09-02  TJK  Carry the IPv6 side of a restore through *
004300*                       the allocation master and the DNS feed   *
004400*                       the same way the IPv4 side always went.  *
004410*      2026-10-15  TJK  Operator authorization: the addresses a  *
004420*                       restore would bring back are checked     *
004430*                       against the operator authorization file  *
004440*                       (CheckAuthorization) before the backup   *
004450*                       is copied over the live file; a refusal  *
004460*                       aborts and is logged as denied:.         *
004500*                                                                *
004600***************************************************************
004700 IDENTIFICATION DIVISION.
015100 01  WS-AL-RESULT              PIC X(01).
015200     88  WS-AL-REJECTED                 VALUE "N".
015300 01  WS-AL-MESSAGE             PIC X(80).
015305 01  WS-AUTH-PATH              PIC X(100)
015310     VALUE "/etc/netplan/operator-auth.dat".
015315 01  WS-AZ-OPERATOR            PIC X(20) VALUE SPACES.
015320 01  WS-AZ-ACTION              PIC X(01) VALUE "R".
015325 01  WS-AZ-ADDRESS             PIC X(50).
015330 01  WS-AZ-IFACE               PIC X(20).
015335 01  WS-AZ-RESULT              PIC X(01).
015340     88  WS-AZ-REFUSED                  VALUE "N".
015345     88  WS-AZ-NO-FILE                  VALUE "M".
015350 01  WS-AZ-MESSAGE             PIC X(80).
015355 01  WS-AZ-CHECKED             PIC 9(02) COMP VALUE 0.
015360 01  WS-AUTH-WARN-SWITCH       PIC X(01) VALUE "N".
015365     88  WS-AUTH-WARNED                 VALUE "Y".
015400 01  WS-MY-HOSTNAME            PIC X(30) VALUE SPACES.
015500 01  WS-HOST-COMMAND           PIC X(120).
015600
017800     END-IF.
017900     PERFORM 5000-SCAN-BACKUP-IFACES THRU 5000-EXIT.
018000     PERFORM 6000-CAPTURE-BEFORE-AFTER THRU 6000-EXIT.
018010     PERFORM 6500-CHECK-AUTHORIZATION THRU 6500-EXIT.
018020     IF WS-ABORT
018030         MOVE 16 TO RETURN-CODE
018040         GO TO 0000-EXIT
018050     END-IF.
018100     PERFORM 7000-RESTORE-BACKUP THRU 7000-EXIT.
018200     PERFORM 8000-WRITE-AUDIT-ENTRIES THRU 8000-EXIT.
018300     PERFORM 8100-UPDATE-ALLOCATIONS THRU 8100-EXIT.
045100 6000-EXIT.
045200     EXIT.
045300
045301***************************************************************
045302* 6500-CHECK-AUTHORIZATION - the invoking operator must be      *
045303*     allowed to roll this host back to every address the       *
045304*     backup restores (a backup with no addresses is checked    *
045305*     for the host alone); a box with no authorization file     *
045306*     gets a warning and the historical unchecked behaviour     *
045307***************************************************************
045308 6500-CHECK-AUTHORIZATION.
045309     MOVE 0 TO WS-AZ-CHECKED.
045310     MOVE 1 TO WS-IX.
045311     PERFORM UNTIL WS-IX > WS-IFACE-COUNT OR WS-ABORT
045312         MOVE WS-IFACE-NAMES(WS-IX) TO WS-AZ-IFACE
045313         IF WS-NEW-IP(WS-IX) NOT = SPACES
045314             MOVE WS-NEW-IP(WS-IX) TO WS-AZ-ADDRESS
045315             PERFORM 6510-CHECK-ONE-ADDRESS THRU 6510-EXIT
045316         END-IF
045317         IF WS-NEW-IPV6(WS-IX) NOT = SPACES AND NOT WS-ABORT
045318             MOVE WS-NEW-IPV6(WS-IX) TO WS-AZ-ADDRESS
045319             PERFORM 6510-CHECK-ONE-ADDRESS THRU 6510-EXIT
045320         END-IF
045321         ADD 1 TO WS-IX
045322     END-PERFORM.
045323     IF WS-AZ-CHECKED = 0
045324         MOVE SPACES TO WS-AZ-IFACE WS-AZ-ADDRESS
045325         PERFORM 6510-CHECK-ONE-ADDRESS THRU 6510-EXIT
045326     END-IF.
045327 6500-EXIT.
045328     EXIT.
045329
045330***************************************************************
045331* 6510-CHECK-ONE-ADDRESS - one CheckAuthorization call for      *
045332*     WS-AZ-IFACE and the address in WS-AZ-ADDRESS              *
045333***************************************************************
045334 6510-CHECK-ONE-ADDRESS.
045335     ADD 1 TO WS-AZ-CHECKED.
045336     IF WS-AUTH-WARNED
045337         GO TO 6510-EXIT
045338     END-IF.
045339     CALL "CheckAuthorization" USING WS-AUTH-PATH
045340         WS-AUDIT-LOG-PATH WS-AZ-OPERATOR WS-AZ-ACTION
045341         WS-MY-HOSTNAME WS-AZ-IFACE WS-AZ-ADDRESS
045342         WS-TICKET-REF WS-AZ-RESULT WS-AZ-MESSAGE.
045343     IF WS-AZ-NO-FILE
045344         DISPLAY "WARNING: no operator authorization file at "
045345             WS-AUTH-PATH
045346         DISPLAY "         authorization checks skipped"
045347         SET WS-AUTH-WARNED TO TRUE
045348         GO TO 6510-EXIT
045349     END-IF.
045350     IF WS-AZ-REFUSED
045351         DISPLAY "ERROR: not authorized to roll back: "
045352             WS-AZ-MESSAGE
045353         SET WS-ABORT TO TRUE
045354     END-IF.
045355 6510-EXIT.
045356     EXIT.
045358
045400***************************************************************
045500* 7000-RESTORE-BACKUP - copy the chosen backup over the live    *
045600*                       file                                    *
