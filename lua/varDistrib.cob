002700      *                  FOUR SUBSCRIBER FILES (SUBOUT1-SUBOUT4),       *
002800      *                  ASSIGNED IN ORDER OF FIRST APPEARANCE ON THE   *
002900      *                  CONTROL CARDS.                                 *
002920      * 2026-10-15 JHM   THE DISTRIBUTION LOG NOW CARRIES THE SOURCE    *
002940      *                  ID (AND A ZERO RESEND COUNT) SO AN             *
002960      *                  UNACKNOWLEDGED ITEM CAN BE RESENT THROUGH THE  *
002980      *                  SAME SUBSCRIPTION CARDS.                       *
003000      *----------------------------------------------------------------*
003100
003200       ENVIRONMENT DIVISION.
044700           MOVE EXT-VAR1                  TO DST-VAR1.
044800           MOVE EXT-VAR2                  TO DST-VAR2.
044900           MOVE EXT-ACTION-CODE           TO DST-ACTION-CODE.
044933           MOVE EXT-SOURCE-ID             TO DST-SOURCE-ID.
044966           MOVE ZERO                      TO DST-RESEND-COUNT.
045000           WRITE DIST-RECORD.
045100       2400-EXIT.
045200           EXIT.
