000100      *----------------------------------------------------------------*
000200      * OPERREC - OPERATOR SECURITY RECORD LAYOUT                      *
000300      * KEYED ON OPR-OPER-ID.  ONE RECORD PER PERSON ALLOWED TO SIGN ON*
000400      * TO THE ONLINE TRANSACTIONS, MAINTAINED BY SECURITY             *
000500      * ADMINISTRATION.  THE ROLE DECIDES WHICH TRANSACTIONS THE       *
000600      * OPERATOR MAY USE:                                              *
000700      *   I  INQUIRY ONLY     - VARINQ                                 *
000800      *   M  MAINTAIN         - VARINQ, VARMAINT, VARHOLD              *
000900      *   P  PENDING CANCEL   - VARINQ, VARPNDM                        *
001000      *   S  SUPERVISOR       - ALL OF THE ABOVE AND VARAPPR           *
001100      * A REVOKED OPERATOR IS KEPT ON FILE WITH THE REVOKE DATE, NEVER *
001200      * DELETED, SO ACCESS REVIEWS (VAROPRR) CAN SHOW WHO HELD WHAT    *
001300      * ACCESS AND WHEN IT WAS TAKEN AWAY.                             *
001400      *                                                                *
001500      * 2026-10-15 JHM   ORIGINAL LAYOUT.                              *
001600      *----------------------------------------------------------------*
001700       01  OPERATOR-RECORD.
001800           05  OPR-OPER-ID             PIC X(08).
001900           05  OPR-PIN                 PIC X(08).
002000           05  OPR-NAME                PIC X(20).
002100           05  OPR-ROLE                PIC X(01).
002200               88  OPR-ROLE-INQUIRY            VALUE 'I'.
002300               88  OPR-ROLE-MAINTAIN           VALUE 'M'.
002400               88  OPR-ROLE-PEND-CANCEL        VALUE 'P'.
002500               88  OPR-ROLE-SUPERVISOR         VALUE 'S'.
002600           05  OPR-STATUS              PIC X(01).
002700               88  OPR-ACTIVE                  VALUE 'A'.
002800               88  OPR-REVOKED                 VALUE 'R'.
002900           05  OPR-GRANTED-DATE        PIC 9(08).
003000           05  OPR-GRANTED-BY          PIC X(08).
003100           05  OPR-REVOKED-DATE        PIC 9(08).
003200           05  OPR-REVOKED-BY          PIC X(08).
003300           05  FILLER                  PIC X(10).
