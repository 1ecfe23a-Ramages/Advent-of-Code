000100******************************************************************
000200*    XMITREC.CPY
000300*    RECORD LAYOUT FOR THE EXTRACT TRANSMISSION REGISTER
000400*    (XMITREG), AN INDEXED FILE KEYED BY SEND SEQUENCE.  ONE
000500*    RECORD PER RESULTS EXTRACT RACEXTR HAS SENT THE COMMITTEE -
000600*    THE RUN DATE, VENUE (BLANK FOR ALL VENUES) AND CYCLE
000700*    SELECTION IT COVERED, THE ROW COUNT AND HASH TOTAL ON ITS
000800*    TRAILER ROW, AND WHEN IT WENT - SO WHAT WAS SENT, AND
000900*    WHEN, CAN ALWAYS BE PROVED.  THE SEND SEQUENCE ALSO GOES
001000*    OUT ON THE EXTRACT'S HEADER ROW, AND THE COMMITTEE QUOTES
001100*    IT BACK ON ITS RETURN RECEIPT.
001200*
001300*    XR-CYCLE-SEL HOLDS THE CYCLE SELECTION AS IT WAS KEYED:
001400*    BLANK FOR EACH HEAT'S LATEST POSTING, "A " FOR EVERY
001500*    CYCLE, OR THE TWO-DIGIT CYCLE.
001600*
001700*    XR-ACK-STATUS IS 'S' WHILE THE TRANSMISSION AWAITS ITS
001800*    RECEIPT, 'A' ONCE A RECEIPT QUOTING THE SAME COUNT AND
001900*    HASH HAS BEEN LOADED, AND 'M' WHEN THE RECEIPT DISAGREED;
002000*    THE RECEIPT'S OWN FIGURES AND LOAD DATE ARE KEPT BESIDE IT.
002100*
002200*    THE RESEND QUEUE IS THE SET OF RECORDS WITH XR-RESEND-SW
002300*    SET TO 'Q', WITH THE OPERATOR WHO QUEUED IT AND WHEN.  A
002400*    RESEND REGENERATES THE EXTRACT UNDER THE SAME SEQUENCE,
002500*    REWRITES THE COUNT, HASH AND SEND DATE, ADDS ONE TO THE
002600*    SEND COUNT, AND PUTS THE RECORD BACK TO AWAITING RECEIPT.
002700*
002800*    WRITTEN BY:     RACEXTR (EACH EXTRACT SENT OR RESENT)
002900*    UPDATED BY:     XMITRCN (RECEIPTS MATCHED), XMITRSND
003000*                    (RESENDS QUEUED OR CANCELLED)
003100******************************************************************
003200     01  XMITREG-FILE-RECORD.
003300         05  XR-SEND-SEQ             PIC 9(06).
003400         05  XR-RUN-DATE             PIC 9(08).
003500         05  XR-VENUE                PIC X(04).
003600         05  XR-CYCLE-SEL            PIC X(02).
003700         05  XR-ROW-COUNT            PIC 9(07).
003800         05  XR-HASH-TOTAL           PIC 9(18).
003900         05  XR-SEND-DATE            PIC 9(08).
004000         05  XR-SEND-TIME            PIC 9(06).
004100         05  XR-SEND-COUNT           PIC 9(02).
004200         05  XR-ACK-STATUS           PIC X(01).
004300             88  XR-AWAITING-RECEIPT VALUE 'S'.
004400             88  XR-ACKNOWLEDGED     VALUE 'A'.
004500             88  XR-MISMATCHED       VALUE 'M'.
004600         05  XR-ACK-COUNT            PIC 9(07).
004700         05  XR-ACK-HASH             PIC 9(18).
004800         05  XR-ACK-DATE             PIC 9(08).
004900         05  XR-RESEND-SW            PIC X(01).
005000             88  XR-RESEND-QUEUED    VALUE 'Q'.
005100         05  XR-QUEUED-BY            PIC X(08).
005200         05  XR-QUEUED-DATE          PIC 9(08).
