001170*                     metric) so storage/backup VLAN traffic    *
001180*                     no longer has to hairpin through the      *
001190*                     default gateway.                          *
001191*    2026-10-15  TJK  Optional MAC address and set-name per     *
001192*                     physical interface so the rendered        *
001193*                     stanza pins the name to the NIC rather    *
001194*                     than to kernel enumeration order.         *
001200*                                                                *
001300******************************************************************
001400 01  NP-PARMS.
004130             15  NP-IF-RT-DEST     PIC X(50).
004140             15  NP-IF-RT-VIA      PIC X(50).
004150             15  NP-IF-RT-METRIC   PIC X(05).
004160         10  NP-IF-MACADDR         PIC X(17).
004170         10  NP-IF-SET-NAME        PIC X(20).
004200     05  NP-RETURN-CODE            PIC 9(02).
