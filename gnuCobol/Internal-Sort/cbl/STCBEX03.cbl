      ***********************************************************
      * Program name:    STCBEX03
      * Original author: mnt
      *
      * Description: Outbound customer change feed to the regions.
      *    STCBEX02 brings the regional extracts in; nothing sent
      *    the central fixes back out, so conflict resolution, the
      *    state-code cleanup (VSCBEX12), card tokenization
      *    (VSCBEX11), anonymization (VSCBEX10) and every other
      *    change to the customer master were overwritten by the
      *    next stale extract.  This nightly run reads the
      *    customer journal from where the last run stopped and
      *    sends each change to the region that owns the customer.
      *
      *    Ownership is the region code STCBEX02 carried on the
      *    consolidated file.  A customer no region sent is listed
      *    as unrouted and not fed.
      *
      *    Each journal entry becomes one change record in the
      *    CUSTFEED layout: the after image in the common CUSTOMER
      *    layout with A (journal insert), C (update) or D (soft
      *    delete).  The changes are sorted by region and journal
      *    sequence, so a region applies them in the order they
      *    were made.  Every region gets a file every night, even
      *    an empty one, with a header (feed number, run date, the
      *    journal timestamps covered) and a trailer (counts by
      *    action and a hash total of the Cust-IDs).  A raw card
      *    number is masked the same way STCBEX02 masks it.
      *
      *    The control file holds how many journal records earlier
      *    runs have already sent, and the next feed number.  It
      *    is only advanced when the feed files were written.  If
      *    the journal is now shorter than the control file says,
      *    it has been reset or replaced; nothing is sent and the
      *    run ends with return code 8 for the control file to be
      *    checked.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 mnt           Created so the central fixes go
      *                          back to the regions instead of
      *                          being overwritten by their next
      *                          extract.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBEX03.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CtlFile
           ASSIGN TO "../data/custfeed.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CtlFile-Status.

           SELECT MapFile
           ASSIGN TO "../spool/stcbex02-out.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MapFile-Status.

           SELECT JrnFile
           ASSIGN TO "../../Indexed/data/customer.jrn"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JrnFile-Status.

           SELECT SORTFile
           ASSIGN TO SORTWK.

           SELECT R1Feed
           ASSIGN TO "../spool/custfeed-r1.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-R1Feed-Status.

           SELECT R2Feed
           ASSIGN TO "../spool/custfeed-r2.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-R2Feed-Status.

           SELECT R3Feed
           ASSIGN TO "../spool/custfeed-r3.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-R3Feed-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CtlFile-Record.
           12 CtlFile-Jrn-Count            PIC 9(09).
           12 CtlFile-Last-Stamp           PIC X(14).
           12 CtlFile-Next-Feed-Number     PIC 9(06).
           12 CtlFile-Last-Run-Date        PIC 9(08).

       FD  MapFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MapFile-Consolidated-Record.
           05 MapFile-Cust-ID              PIC 9(04).
           05 FILLER                       PIC X(196).
           05 MapFile-Region-Code          PIC 9.

       FD  JrnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  JrnFile-Record.
           12 JrnFile-Timestamp        PIC X(14).
           12 JrnFile-Program          PIC X(08).
           12 JrnFile-Action           PIC X(01).
           12 JrnFile-Before-Image     PIC X(200).
           12 JrnFile-After-Image      PIC X(200).

      *    Region then journal sequence; the change record rides
      *    behind the keys.
       SD  SORTFile.
       01  SORTFile-Change-Record.
           05 SORTFile-Region-Code         PIC 9.
           05 SORTFile-Seq                 PIC 9(07).
           05 SORTFile-Type                PIC X.
           05 SORTFile-Customer-Record     PIC X(200).

       FD  R1Feed
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  R1Feed-Record                   PIC X(208).

       FD  R2Feed
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  R2Feed-Record                   PIC X(208).

       FD  R3Feed
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  R3Feed-Record                   PIC X(208).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MapFile==.
           COPY WSFST REPLACING ==:tag:== BY ==JrnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==R1Feed==.
           COPY WSFST REPLACING ==:tag:== BY ==R2Feed==.
           COPY WSFST REPLACING ==:tag:== BY ==R3Feed==.

       01  WS-File-Counters.
           12 FD-MapFile-Record-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 FD-JrnFile-Record-Cnt        PIC S9(9) COMP VALUE ZERO.
           12 WS-Released-Cnt              PIC S9(7) COMP VALUE ZERO.
           12 WS-Unrouted-Cnt              PIC S9(7) COMP VALUE ZERO.
           12 WS-Written-Cnt               PIC S9(7) COMP VALUE ZERO.

       01  WS-Control-Fields.
           12 WS-Ctl-Jrn-Count             PIC 9(09) VALUE ZERO.
           12 WS-Ctl-Last-Stamp            PIC X(14) VALUE ZEROES.
           12 WS-Ctl-Feed-Number           PIC 9(06) VALUE 1.
           12 WS-High-Stamp                PIC X(14) VALUE ZEROES.
           12 WS-Jrn-Seq                   PIC 9(07) VALUE ZERO.
           12 WS-Feed-OK-SW                PIC X     VALUE 'Y'.
              88 WS-Feed-OK                    VALUE 'Y'.
           12 WS-Sort-Done-SW              PIC X     VALUE 'N'.
              88 WS-Sort-Done                  VALUE 'Y'.

       01  WS-Run-Date-Time.
           COPY WSDT REPLACING ==:tag:== BY ==RDT==.

      *    Owning region by Cust-ID, loaded from the consolidated
      *    file the same way STCBEX02 tracks the regions it has
      *    seen.
       01  WS-Owner-Region-Table.
           12 WS-Owner-Region OCCURS 10000 TIMES
                                           PIC 9 VALUE ZERO.

       01  WS-Owner-Index                  PIC 9(5) COMP.

       01  WS-Region-Totals.
           12 WS-Region-Total OCCURS 3 TIMES
                              INDEXED BY RG-Index.
              15 RG-Add-Cnt                PIC 9(07).
              15 RG-Change-Cnt             PIC 9(07).
              15 RG-Delete-Cnt             PIC 9(07).
              15 RG-Detail-Cnt             PIC 9(07).
              15 RG-ID-Hash                PIC 9(11).

       01  WS-Region-Sub                   PIC 9 VALUE ZERO.

       01  WS-Feed-Record.
           COPY CUSTFEED REPLACING ==:tag:== BY ==WS-Feed==.

           COPY CUSTOMER REPLACING ==:tag:== BY ==WS-Work==.

       COPY EOJSTAT.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-Run-Date-Time.
           PERFORM 1100-Read-Control.
           PERFORM 1200-Load-Owner-Regions.
           MOVE WS-Ctl-Last-Stamp TO WS-High-Stamp.

      *    No control file means no feed has ever been sent: the
      *    whole journal goes, as feed number 1.
       1100-Read-Control.
           OPEN INPUT CtlFile.
           IF WS-CtlFile-Good
              READ CtlFile
              END-READ
              IF WS-CtlFile-Good
                 MOVE CtlFile-Jrn-Count        TO WS-Ctl-Jrn-Count
                 MOVE CtlFile-Last-Stamp       TO WS-Ctl-Last-Stamp
                 MOVE CtlFile-Next-Feed-Number TO WS-Ctl-Feed-Number
              END-IF
              CLOSE CtlFile
           ELSE
              DISPLAY "NO FEED CONTROL FILE - SENDING THE WHOLE "
                 "JOURNAL AS FEED 1."
           END-IF.

       1200-Load-Owner-Regions.
           OPEN INPUT MapFile.
           IF NOT WS-MapFile-Good
              DISPLAY "** ERROR **: 1200-Load-Owner-Regions"
              DISPLAY "Open MapFile Failed."
              DISPLAY "File Status: " WS-MapFile-Status
              MOVE 'N' TO WS-Feed-OK-SW
           ELSE
              PERFORM 1210-Load-One-Owner
                 UNTIL NOT WS-MapFile-Good
              CLOSE MapFile
           END-IF.

       1210-Load-One-Owner.
           READ MapFile
              AT END SET WS-MapFile-EOF TO TRUE
           END-READ.
           IF WS-MapFile-Good
              ADD +1 TO FD-MapFile-Record-Cnt
              IF MapFile-Cust-ID NUMERIC
                 COMPUTE WS-Owner-Index = MapFile-Cust-ID + 1
                 MOVE MapFile-Region-Code
                    TO WS-Owner-Region(WS-Owner-Index)
              END-IF
           END-IF.

       2000-Process.
           IF WS-Feed-OK
              SORT SORTFile
                 ON ASCENDING KEY
                    SORTFile-Region-Code
                    SORTFile-Seq
                 INPUT PROCEDURE IS 2100-Release-Journal-Changes
                 OUTPUT PROCEDURE IS 2500-Write-Region-Feeds
              IF SORT-RETURN > 0
                 DISPLAY '*** WARNING ***'
                 DISPLAY '  SORT FAILED  '
                 MOVE 'N' TO WS-Feed-OK-SW
              END-IF
           END-IF.

       2100-Release-Journal-Changes.
           OPEN INPUT JrnFile.
           IF NOT WS-JrnFile-Good
              DISPLAY "** ERROR **: 2100-Release-Journal-Changes"
              DISPLAY "Open JrnFile Failed."
              DISPLAY "File Status: " WS-JrnFile-Status
              MOVE 'N' TO WS-Feed-OK-SW
           ELSE
              PERFORM 2110-Read-JrnFile
              PERFORM 2120-Release-One-Change
                 UNTIL NOT WS-JrnFile-Good
              CLOSE JrnFile
              IF FD-JrnFile-Record-Cnt < WS-Ctl-Jrn-Count
                 DISPLAY "** ERROR **: 2100-Release-Journal-Changes"
                 DISPLAY "Journal holds " FD-JrnFile-Record-Cnt
                    " records; the last feed had already sent "
                    WS-Ctl-Jrn-Count "."
                 DISPLAY "The journal has been reset or replaced - "
                    "check the feed control file."
                 MOVE 'N' TO WS-Feed-OK-SW
              END-IF
           END-IF.

       2110-Read-JrnFile.
           READ JrnFile
              AT END SET WS-JrnFile-EOF TO TRUE
           END-READ.
           IF WS-JrnFile-Good
              ADD +1 TO FD-JrnFile-Record-Cnt
           ELSE
              IF NOT WS-JrnFile-EOF
                 DISPLAY "** ERROR **: 2110-Read-JrnFile"
                 DISPLAY "Read JrnFile Failed."
                 DISPLAY "File Status: " WS-JrnFile-Status
                 MOVE 'N' TO WS-Feed-OK-SW
              END-IF
           END-IF.

      *    Records up to the control count went out on earlier
      *    feeds; everything after it is tonight's.
       2120-Release-One-Change.
           IF FD-JrnFile-Record-Cnt > WS-Ctl-Jrn-Count
              ADD +1 TO WS-Jrn-Seq
              MOVE JrnFile-After-Image TO WS-Work-Customer-Record
              IF JrnFile-Timestamp > WS-High-Stamp
                 MOVE JrnFile-Timestamp TO WS-High-Stamp
              END-IF
              PERFORM 2130-Route-One-Change
           END-IF.
           PERFORM 2110-Read-JrnFile.

       2130-Route-One-Change.
           MOVE ZERO TO WS-Region-Sub.
           IF WS-Work-Cust-ID NUMERIC
              COMPUTE WS-Owner-Index = WS-Work-Cust-ID + 1
              MOVE WS-Owner-Region(WS-Owner-Index) TO WS-Region-Sub
           END-IF.
           IF WS-Region-Sub < 1 OR WS-Region-Sub > 3
              ADD +1 TO WS-Unrouted-Cnt
              DISPLAY "UNROUTED: CUST-ID " WS-Work-Cust-ID
                 " ACTION " JrnFile-Action " AT " JrnFile-Timestamp
                 " - NO OWNING REGION"
           ELSE
              IF WS-Work-Cust-CCard NOT = SPACES
                 AND WS-Work-Cust-CCard(1:2) NOT = 'TK'
                 MOVE '*** MASKED ***' TO WS-Work-Cust-CCard
              END-IF
              MOVE WS-Region-Sub TO SORTFile-Region-Code
              MOVE WS-Jrn-Seq    TO SORTFile-Seq
              EVALUATE JrnFile-Action
                 WHEN 'I'
                    MOVE 'A' TO SORTFile-Type
                 WHEN 'D'
                    MOVE 'D' TO SORTFile-Type
                 WHEN OTHER
                    MOVE 'C' TO SORTFile-Type
              END-EVALUATE
              MOVE WS-Work-Customer-Record
                 TO SORTFile-Customer-Record
              RELEASE SORTFile-Change-Record
              ADD +1 TO WS-Released-Cnt
           END-IF.

      *    Every region gets a header and a trailer, so an empty
      *    night still proves the feed number arrived.
       2500-Write-Region-Feeds.
           INITIALIZE WS-Region-Totals.
           OPEN OUTPUT R1Feed
                       R2Feed
                       R3Feed.
           PERFORM 2510-Write-Header
              VARYING WS-Region-Sub FROM 1 BY 1
              UNTIL WS-Region-Sub > 3.
           PERFORM 2520-Return-One-Change UNTIL WS-Sort-Done.
           PERFORM 2530-Write-Trailer
              VARYING WS-Region-Sub FROM 1 BY 1
              UNTIL WS-Region-Sub > 3.
           CLOSE R1Feed
                 R2Feed
                 R3Feed.

       2510-Write-Header.
           MOVE SPACES               TO WS-Feed-Record.
           SET WS-Feed-Header        TO TRUE.
           MOVE ZERO                 TO WS-Feed-Seq.
           MOVE WS-Region-Sub        TO WS-Feed-Hdr-Region.
           MOVE WS-Ctl-Feed-Number   TO WS-Feed-Hdr-Feed-Number.
           MOVE RDT-Full-Date        TO WS-Feed-Hdr-Run-Date.
           MOVE WS-Ctl-Last-Stamp    TO WS-Feed-Hdr-From-Stamp.
           MOVE WS-High-Stamp        TO WS-Feed-Hdr-To-Stamp.
           PERFORM 2600-Write-Feed-Record.

       2520-Return-One-Change.
           RETURN SORTFile
              AT END SET WS-Sort-Done TO TRUE
           END-RETURN.
           IF NOT WS-Sort-Done
              MOVE SORTFile-Region-Code     TO WS-Region-Sub
              SET RG-Index                  TO WS-Region-Sub
              MOVE SPACES                   TO WS-Feed-Record
              MOVE SORTFile-Type            TO WS-Feed-Type
              MOVE SORTFile-Seq             TO WS-Feed-Seq
              MOVE SORTFile-Customer-Record TO WS-Feed-Customer-Record
              MOVE SORTFile-Customer-Record TO WS-Work-Customer-Record
              EVALUATE TRUE
                 WHEN WS-Feed-Add
                    ADD 1 TO RG-Add-Cnt(RG-Index)
                 WHEN WS-Feed-Delete
                    ADD 1 TO RG-Delete-Cnt(RG-Index)
                 WHEN OTHER
                    ADD 1 TO RG-Change-Cnt(RG-Index)
              END-EVALUATE
              ADD 1               TO RG-Detail-Cnt(RG-Index)
              ADD WS-Work-Cust-ID TO RG-ID-Hash(RG-Index)
              ADD +1              TO WS-Written-Cnt
              PERFORM 2600-Write-Feed-Record
           END-IF.

       2530-Write-Trailer.
           SET RG-Index              TO WS-Region-Sub.
           MOVE SPACES               TO WS-Feed-Record.
           SET WS-Feed-Trailer       TO TRUE.
           MOVE 9999999              TO WS-Feed-Seq.
           MOVE WS-Region-Sub        TO WS-Feed-Trl-Region.
           MOVE WS-Ctl-Feed-Number   TO WS-Feed-Trl-Feed-Number.
           MOVE RG-Add-Cnt(RG-Index)    TO WS-Feed-Trl-Add-Cnt.
           MOVE RG-Change-Cnt(RG-Index) TO WS-Feed-Trl-Change-Cnt.
           MOVE RG-Delete-Cnt(RG-Index) TO WS-Feed-Trl-Delete-Cnt.
           MOVE RG-Detail-Cnt(RG-Index) TO WS-Feed-Trl-Detail-Cnt.
           MOVE RG-ID-Hash(RG-Index)    TO WS-Feed-Trl-ID-Hash.
           PERFORM 2600-Write-Feed-Record.
           DISPLAY "REGION " WS-Region-Sub " FEED " WS-Ctl-Feed-Number
              " ADDS " RG-Add-Cnt(RG-Index)
              " CHANGES " RG-Change-Cnt(RG-Index)
              " DELETES " RG-Delete-Cnt(RG-Index)
              " HASH " RG-ID-Hash(RG-Index).

       2600-Write-Feed-Record.
           EVALUATE WS-Region-Sub
              WHEN 1
                 WRITE R1Feed-Record FROM WS-Feed-Record
                 IF NOT WS-R1Feed-Good
                    MOVE 'N' TO WS-Feed-OK-SW
                 END-IF
              WHEN 2
                 WRITE R2Feed-Record FROM WS-Feed-Record
                 IF NOT WS-R2Feed-Good
                    MOVE 'N' TO WS-Feed-OK-SW
                 END-IF
              WHEN 3
                 WRITE R3Feed-Record FROM WS-Feed-Record
                 IF NOT WS-R3Feed-Good
                    MOVE 'N' TO WS-Feed-OK-SW
                 END-IF
           END-EVALUATE.
           IF NOT WS-Feed-OK
              DISPLAY "** ERROR **: 2600-Write-Feed-Record"
              DISPLAY "Write to the region " WS-Region-Sub
                 " feed failed."
           END-IF.

      *    The control file only moves forward when every feed
      *    file was written; otherwise tonight's changes go again
      *    on the rerun, under the same feed number.
       3000-End-Job.
           IF WS-Feed-OK
              PERFORM 3100-Write-Control
           ELSE
              DISPLAY "FEED NOT COMPLETE - CONTROL FILE NOT ADVANCED."
              MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "JOURNAL RECORDS READ:  " FD-JrnFile-Record-Cnt.
           DISPLAY "ALREADY SENT BEFORE:   " WS-Ctl-Jrn-Count.
           DISPLAY "CHANGES FED:           " WS-Written-Cnt.
           DISPLAY "CHANGES UNROUTED:      " WS-Unrouted-Cnt.
           MOVE FD-JrnFile-Record-Cnt TO EOJS-Records-In.
           MOVE WS-Written-Cnt        TO EOJS-Records-Out.
           MOVE WS-Unrouted-Cnt       TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           IF WS-Unrouted-Cnt > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       3100-Write-Control.
           OPEN OUTPUT CtlFile.
           MOVE FD-JrnFile-Record-Cnt TO CtlFile-Jrn-Count.
           MOVE WS-High-Stamp         TO CtlFile-Last-Stamp.
           COMPUTE CtlFile-Next-Feed-Number = WS-Ctl-Feed-Number + 1.
           MOVE RDT-Full-Date         TO CtlFile-Last-Run-Date.
           WRITE CtlFile-Record.
           IF NOT WS-CtlFile-Good
              DISPLAY "** ERROR **: 3100-Write-Control"
              DISPLAY "Write CtlFile Failed."
              DISPLAY "File Status: " WS-CtlFile-Status
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CtlFile.

       COPY EOJPARA.
