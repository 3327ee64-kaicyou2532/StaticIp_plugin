002001*                       optional metric) from the per-interface *
002002*                       route table, for ethernets, vlans and   *
002003*                       bonds alike.                            *
002010*      2026-10-15  TJK  Write a match: macaddress: and          *
002020*                       set-name: stanza for an ethernet that   *
002030*                       carries a MAC binding; set-name         *
002040*                       defaults to the interface name.         *
002050*                                                                *
002100***************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. WriteNetplanYAML.
015900         ":" DELIMITED BY SIZE
016000         INTO FileRecord.
016100     WRITE FileRecord.
016150     IF NP-IF-MACADDR(WS-IX) NOT = SPACES
016160         PERFORM 3150-WRITE-MAC-MATCH THRU 3150-EXIT
016170     END-IF.
016200     PERFORM 3400-WRITE-ADDRESSING THRU 3400-EXIT.
016300 3100-EXIT.
016400     EXIT.
016402
016404***************************************************************
016406* 3150-WRITE-MAC-MATCH - match: macaddress: / set-name: pair    *
016408*                        that pins a physical NIC to its name   *
016410***************************************************************
016412 3150-WRITE-MAC-MATCH.
016416     MOVE "      match:" TO FileRecord.
016418     WRITE FileRecord.
016420     MOVE SPACES TO FileRecord.
016422     STRING "        macaddress: " DELIMITED BY SIZE
016424         NP-IF-MACADDR(WS-IX) DELIMITED BY SPACE
016426         INTO FileRecord.
016428     WRITE FileRecord.
016430     MOVE SPACES TO FileRecord.
016432     IF NP-IF-SET-NAME(WS-IX) = SPACES
016434         STRING "      set-name: " DELIMITED BY SIZE
016436             NP-IF-NAME(WS-IX) DELIMITED BY SPACE
016438             INTO FileRecord
016440     ELSE
016442         STRING "      set-name: " DELIMITED BY SIZE
016444             NP-IF-SET-NAME(WS-IX) DELIMITED BY SPACE
016446             INTO FileRecord
016448     END-IF.
016450     WRITE FileRecord.
016452 3150-EXIT.
016454     EXIT.
016500
016600***************************************************************
016700* 3200-WRITE-BOND-MEMBERS - bare entries for each bond member  *
