*> precedent) by IDX-KEY and IDX-SOURCE and produces a change-only
*> feed: new key, changed verdict, changed value, disappeared key,
*> each detail stamped with a change-type code behind the standard
*> 85-byte verdict image. The delta file opens with the standard
*> IDXHDR header and closes with an IDXDELTA trailer carrying the
*> emitted count and hash total, so IDXBAL balances it exactly the
*> way it balances the full feed.
    05  IDX-IN-SOURCE       PIC X(8).
    05  FILLER              PIC X.
    05  IDX-IN-KEY          PIC X(10).
    05  FILLER              PIC X(66).
FD  PREV-EXTRACT
    RECORDING MODE IS F.
01  PRV-IN-REC.
    05  PRV-IN-SOURCE       PIC X(8).
    05  FILLER              PIC X.
    05  PRV-IN-KEY          PIC X(10).
    05  FILLER              PIC X(66).
SD  SORT-WORK.
01  SRT-REC.
    05  SRT-KEY             PIC X(10).
    05  SRT-SOURCE          PIC X(8).
    05  SRT-IMAGE           PIC X(85).
FD  SORTED-TODAY
    RECORDING MODE IS F.
01  STD-REC.
    05  STD-KEY             PIC X(10).
    05  STD-SOURCE          PIC X(8).
    05  STD-IMAGE           PIC X(85).
FD  SORTED-PREV
    RECORDING MODE IS F.
01  SPV-REC.
    05  SPV-KEY             PIC X(10).
    05  SPV-SOURCE          PIC X(8).
    05  SPV-IMAGE           PIC X(85).
FD  DELTA-OUT
    RECORDING MODE IS F.
*>  The standard 85-byte verdict image plus the change-type code --
*>  a reader of the full feed parses the delta feed's first 85 bytes
*>  unchanged, and IDXBAL's generic record view never looks past
*>  them.
01  DELTA-REC.
    05  DLT-IMAGE           PIC X(85).
    05  DLT-SEP             PIC X.
    05  DLT-CHANGE-TYPE     PIC X.
        88  DLT-NEW-KEY             VALUE "N".
01  WS-SRC-IDX              PIC 9(2).
01  WS-SRC-MATCH            PIC 9(2).

*>  Field view over a held 85-byte detail image -- the value and
*>  verdict columns are what the comparison reads.
01  WS-IMAGE-VIEW.
    05  WS-IV-SOURCE        PIC X(8).
    05  WS-IV-VALUE         PIC X(13).
    05  FILLER              PIC X.
    05  WS-IV-VERDICT       PIC X(20).
    05  FILLER              PIC X(27).
01  WS-PREV-VIEW.
    05  WS-PV-SOURCE        PIC X(8).
    05  FILLER              PIC X.
    05  WS-PV-VALUE         PIC X(13).
    05  FILLER              PIC X.
    05  WS-PV-VERDICT       PIC X(20).
    05  FILLER              PIC X(27).
PROCEDURE DIVISION.
    PERFORM A-RUN-HEADER.
    PERFORM A-SORT-TODAY.
