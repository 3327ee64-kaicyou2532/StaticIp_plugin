002600*      Inventory file is the SetStaticIPBatch format,           *
002700*      pipe-delimited, one host per line:                       *
002800*        hostname|interface|ip/prefix|gateway4|vlan-id|         *
002810*        vlan-link|ticket|mac[@set-name]                        *
002820*      The ticket column the batch driver reads is ignored      *
002830*      here - the audit compares addressing, not tickets.       *
002840*      When a row carries a MAC binding, the live link address  *
002850*      of the interface (probed under its set-name, if one is   *
002860*      given) must still be the MAC on record; a NIC swapped    *
002870*      without the inventory being updated is an exception.     *
002875*      A host that answers but has no device by the probed      *
002880*      name - a swapped NIC the set-name no longer lands on -   *
002885*      is a source=MAC exception, not an unreachable host.      *
002900*      Addresses are compared without their /prefix.  A host    *
003000*      that cannot be reached over ssh is reported as an        *
003100*      exception, never aborts the run.                         *
003493*                       silently truncated load was reporting    *
003494*                       false "not assigned" drift for every     *
003495*                       host past the ceiling.                   *
003496*      2026-10-15  TJK  Compare the live link/ether address      *
003497*                       against the MAC binding on record and    *
003498*                       report a mismatch as a source=MAC        *
003499*                       exception.                               *
003500*      2026-10-15  TJK  Validate the inventory MAC with          *
003510*                       ValidateMACAddr as the batch driver      *
003520*                       does; probe with PROBE-OK inside the     *
003530*                       remote command so only ssh decides       *
003540*                       reachability, and report a device        *
003550*                       missing under its set-name as a          *
003560*                       source=MAC exception.                    *
003580*                                                                *
003600***************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. FleetAudit.
010100 01  WS-INV-GATEWAY            PIC X(50).
010200 01  WS-INV-VLANID             PIC X(04).
010300 01  WS-INV-VLANLINK           PIC X(20).
010310 01  WS-INV-TICKET             PIC X(20).
010320 01  WS-INV-MAC-FIELD          PIC X(40).
010330 01  WS-INV-MAC                PIC X(17).
010335 01  WS-INV-MAC-PART           PIC X(40).
010340 01  WS-INV-SETNAME            PIC X(40).
010350 01  WS-PROBE-IFACE            PIC X(40).
010400 01  WS-ROW-VALID-SWITCH       PIC X(01).
010500     88  WS-ROW-VALID                   VALUE "Y".
010600
010800 01  WS-LIVE-ADDR              PIC X(45).
010900 01  WS-YAML-ADDR              PIC X(45).
011000 01  WS-MASTER-ADDR            PIC X(45).
011010 01  WS-LIVE-MAC               PIC X(17).
011100 01  WS-LIVE-REACHED-SWITCH    PIC X(01).
011200     88  WS-LIVE-REACHED                VALUE "Y".
011220 01  WS-LIVE-DEVICE-SWITCH     PIC X(01).
011240     88  WS-LIVE-NO-DEVICE              VALUE "N".
011300 01  WS-INET-TAIL              PIC X(200).
011310 01  WS-ETHER-TAIL             PIC X(200).
011330 01  WS-MISSING-COUNT          PIC 9(02) COMP.
011400 01  WS-SCRATCH                PIC X(200).
011500
011600*    Allocation master ASSIGNED records, loaded once up front
013000 01  WS-VN-VALID-SWITCH        PIC X(01).
013100     88  WS-VN-IS-VALID                 VALUE "Y".
013200 01  WS-VN-NAME-CHECK          PIC X(50).
013220 01  WS-VM-VALID-SWITCH        PIC X(01).
013240     88  WS-VM-IS-VALID                 VALUE "Y".
013300
013400 01  WS-YAML-PATH              PIC X(100).
013500 01  WS-RO-IFACE-COUNT         PIC 9(02) COMP.
028800
028900***************************************************************
029000* 4100-PARSE-INVENTORY-LINE - split one pipe-delimited row; the *
029100*     host, interface and set-name go on ssh command lines, so  *
029200*     they get the same safe-name check the batch driver        *
029250*     applies, and a MAC binding must be a valid MAC as it      *
029270*     must be for the batch driver                              *
029300***************************************************************
029400 4100-PARSE-INVENTORY-LINE.
029500     MOVE SPACES TO WS-INV-HOSTNAME WS-INV-IFACE WS-INV-IP
029600         WS-INV-GATEWAY WS-INV-VLANID WS-INV-VLANLINK
029650         WS-INV-TICKET WS-INV-MAC-FIELD WS-INV-MAC WS-INV-SETNAME
029670         WS-INV-MAC-PART.
029700     MOVE "Y" TO WS-ROW-VALID-SWITCH.
029800     UNSTRING InventoryRecord DELIMITED BY "|"
029900         INTO WS-INV-HOSTNAME WS-INV-IFACE WS-INV-IP
030000              WS-INV-GATEWAY WS-INV-VLANID WS-INV-VLANLINK
030050              WS-INV-TICKET WS-INV-MAC-FIELD.
030100     IF WS-INV-HOSTNAME = SPACES OR WS-INV-IFACE = SPACES
030200         OR WS-INV-IP = SPACES
030300         MOVE "N" TO WS-ROW-VALID-SWITCH
032100         DISPLAY "ERROR: invalid interface name in inventory: "
032200             WS-INV-IFACE
032300         MOVE "N" TO WS-ROW-VALID-SWITCH
032310         GO TO 4100-EXIT
032400     END-IF.
032402     IF WS-INV-MAC-FIELD = SPACES
032404         GO TO 4100-EXIT
032406     END-IF.
032408     UNSTRING WS-INV-MAC-FIELD DELIMITED BY "@"
032410         INTO WS-INV-MAC-PART WS-INV-SETNAME.
032412     IF WS-INV-MAC-PART(18:) NOT = SPACES
032414         DISPLAY "ERROR: invalid MAC binding in inventory for "
032416             "host " WS-INV-HOSTNAME ": " WS-INV-MAC-FIELD
032418         MOVE "N" TO WS-ROW-VALID-SWITCH
032420         GO TO 4100-EXIT
032422     END-IF.
032424     MOVE WS-INV-MAC-PART TO WS-INV-MAC.
032426     CALL "ValidateMACAddr" USING WS-INV-MAC WS-VM-VALID-SWITCH.
032428     IF NOT WS-VM-IS-VALID
032430         DISPLAY "ERROR: invalid MAC address in inventory for "
032432             "host " WS-INV-HOSTNAME ": " WS-INV-MAC-PART
032434         MOVE "N" TO WS-ROW-VALID-SWITCH
032436         GO TO 4100-EXIT
032438     END-IF.
032440     IF WS-INV-SETNAME NOT = SPACES
032442         MOVE SPACES TO WS-VN-NAME-CHECK
032444         MOVE WS-INV-SETNAME TO WS-VN-NAME-CHECK
032446         CALL "ValidateSafeName" USING WS-VN-NAME-CHECK
032448             WS-VN-VALID-SWITCH
032450         IF NOT WS-VN-IS-VALID
032452             DISPLAY "ERROR: invalid set-name in inventory: "
032454                 WS-INV-SETNAME
032456             MOVE "N" TO WS-ROW-VALID-SWITCH
032458         END-IF
032460     END-IF.
032500 4100-EXIT.
032600     EXIT.
032700
034900***************************************************************
035000* 5100-PROBE-LIVE-STATE - remote "ip addr show" for the row's   *
035100*     interface, the way -deploy collects it; the first inet    *
035200*     address found is what the host is actually running.  A    *
035250*     MAC-bound interface renamed by set-name is probed under   *
035260*     that name.  The PROBE-OK marker is echoed on the host     *
035270*     itself, so only ssh decides reachability - a missing      *
035280*     device is a finding, not an unreachable host              *
035300***************************************************************
035400 5100-PROBE-LIVE-STATE.
035500     MOVE SPACES TO WS-LIVE-ADDR.
035600     MOVE "N" TO WS-LIVE-REACHED-SWITCH.
035605     MOVE "Y" TO WS-LIVE-DEVICE-SWITCH.
035610     MOVE SPACES TO WS-LIVE-MAC.
035620     IF WS-INV-SETNAME NOT = SPACES
035630         MOVE WS-INV-SETNAME TO WS-PROBE-IFACE
035640     ELSE
035650         MOVE WS-INV-IFACE TO WS-PROBE-IFACE
035660     END-IF.
035700     MOVE SPACES TO WS-PROBE-PATH.
035800     STRING "/tmp/fleetaudit-" DELIMITED BY SIZE
035900         WS-STAMP DELIMITED BY SIZE
036400         DELIMITED BY SIZE
036500         WS-INV-HOSTNAME DELIMITED BY SPACE
036600         " 'ip addr show " DELIMITED BY SIZE
036700         WS-PROBE-IFACE DELIMITED BY SPACE
036800         "; echo PROBE-OK' > " DELIMITED BY SIZE
036900         WS-PROBE-PATH DELIMITED BY SPACE
037000         " 2>&1" DELIMITED BY SIZE
037200         INTO WS-COMMAND-LINE.
037300     CALL "SYSTEM" USING WS-COMMAND-LINE.
037400     OPEN INPUT LiveProbeFile.
039300
039400***************************************************************
039500* 5110-SCAN-PROBE-LINE - the PROBE-OK marker says the ssh       *
039600*     itself succeeded; ip's "does not exist" means the host    *
039610*     has no device by the probed name; a "link/ether " line    *
039620*     carries the NIC's MAC and an "inet " line the address     *
039650*     (the "inet6" lines do not match the marker's trailing     *
039700*     blank and are left alone)                                 *
039900***************************************************************
040000 5110-SCAN-PROBE-LINE.
040100     IF LiveProbeRecord = "PROBE-OK"
040200         SET WS-LIVE-REACHED TO TRUE
040300         GO TO 5110-EXIT
040400     END-IF.
040401     MOVE 0 TO WS-MISSING-COUNT.
040402     INSPECT LiveProbeRecord
040403         TALLYING WS-MISSING-COUNT FOR ALL "does not exist".
040404     IF WS-MISSING-COUNT > 0
040405         SET WS-LIVE-NO-DEVICE TO TRUE
040406         GO TO 5110-EXIT
040407     END-IF.
040410     IF WS-LIVE-MAC = SPACES
040420         MOVE SPACES TO WS-SCRATCH WS-ETHER-TAIL
040430         UNSTRING LiveProbeRecord DELIMITED BY "link/ether "
040440             INTO WS-SCRATCH WS-ETHER-TAIL
040450         IF WS-ETHER-TAIL NOT = SPACES
040460             UNSTRING WS-ETHER-TAIL DELIMITED BY " "
040470                 INTO WS-LIVE-MAC
040480             GO TO 5110-EXIT
040490         END-IF
040495     END-IF.
040500     IF WS-LIVE-ADDR NOT = SPACES
040600         GO TO 5110-EXIT
040700     END-IF.
047200             WS-INV-IFACE " source=LIVE expected "
047300             WS-EXPECTED-ADDR " actual (host unreachable)"
047400     ELSE
047450         IF WS-LIVE-NO-DEVICE
047500             PERFORM 5410-COUNT-EXCEPTION THRU 5410-EXIT
047550             IF WS-INV-SETNAME NOT = SPACES
047600                 DISPLAY "EXCEPTION " WS-INV-HOSTNAME ":"
047650                     WS-INV-IFACE " source=MAC expected "
047700                     WS-INV-MAC " actual (device missing under"
047750                     " its set-name)"
047800             ELSE
047850                 DISPLAY "EXCEPTION " WS-INV-HOSTNAME ":"
047900                     WS-INV-IFACE " source=LIVE expected "
047950                     WS-EXPECTED-ADDR " actual (no such device)"
048000             END-IF
048050         ELSE
048100             IF WS-LIVE-ADDR = SPACES
048150                 PERFORM 5410-COUNT-EXCEPTION THRU 5410-EXIT
048200                 DISPLAY "EXCEPTION " WS-INV-HOSTNAME ":"
048250                     WS-INV-IFACE " source=LIVE expected "
048300                     WS-EXPECTED-ADDR " actual (no address)"
048350             ELSE
048400                 IF WS-LIVE-ADDR NOT = WS-EXPECTED-ADDR
048450                     PERFORM 5410-COUNT-EXCEPTION THRU 5410-EXIT
048500                     DISPLAY "EXCEPTION " WS-INV-HOSTNAME ":"
048550                         WS-INV-IFACE " source=LIVE expected "
048600                         WS-EXPECTED-ADDR " actual " WS-LIVE-ADDR
048650                 END-IF
048700             END-IF
048750         END-IF
048800     END-IF.
048810     IF WS-LIVE-REACHED AND NOT WS-LIVE-NO-DEVICE
048815        AND WS-INV-MAC NOT = SPACES
048820        AND WS-LIVE-MAC NOT = WS-INV-MAC
048830         PERFORM 5410-COUNT-EXCEPTION THRU 5410-EXIT
048840         IF WS-LIVE-MAC = SPACES
048850             DISPLAY "EXCEPTION " WS-INV-HOSTNAME ":"
048860                 WS-INV-IFACE " source=MAC expected "
048870                 WS-INV-MAC " actual (no link address)"
048880         ELSE
048890             DISPLAY "EXCEPTION " WS-INV-HOSTNAME ":"
048892                 WS-INV-IFACE " source=MAC expected "
048894                 WS-INV-MAC " actual " WS-LIVE-MAC
048896         END-IF
048898     END-IF.
048900     IF WS-YAML-ADDR = SPACES
049000         PERFORM 5410-COUNT-EXCEPTION THRU 5410-EXIT
049100         DISPLAY "EXCEPTION " WS-INV-HOSTNAME ":"
