000160*             DL100ACK MATCHES THESE AGAINST THE ACKNOWLEDGMENT
000170*             FILE THE RECEIVING TEAMS RETURN, SO THE HAND-OFF IS
000180*             A HANDSHAKE INSTEAD OF A DROP BOX.
000182*             DL100RSN APPENDS A RESEND RECORD (ENTRY TYPE "R" AND
000184*             ITS RESEND SEQUENCE NUMBER) WHEN IT REBUILDS A PRIOR
000186*             NIGHT'S FILE ON REQUEST.  IT CARRIES THE SAME DATE,
000188*             DD NAME, COUNT AND HASH AS THE ORIGINAL, WHICH
000190*             DL100ACK THEN TREATS AS REPLACED BY THE RESEND.
000192*             DL100DWN'S OWN RECORDS LEAVE THE ENTRY TYPE BLANK.
000194*--------------------------------------------------------------------
000200 01  DL100-EXTRACT-LOG-RECORD.
000210     05  DL100-XL-EXTRACT-DATE       PIC 9(08).
000220     05  DL100-XL-DDNAME             PIC X(08).
000230     05  DL100-XL-RECORD-COUNT       PIC 9(07).
000240     05  DL100-XL-HASH-TOTAL         PIC 9(13).
000250     05  DL100-XL-TIMESTAMP          PIC X(16).
000252     05  DL100-XL-ENTRY-TYPE         PIC X(01).
000254         88  DL100-XL-IS-ORIGINAL        VALUE SPACE.
000256         88  DL100-XL-IS-RESEND          VALUE "R".
000258     05  DL100-XL-RESEND-SEQ         PIC 9(03).
000260     05  FILLER                      PIC X(24).
