      ***********************************************************
      * Program name:    STCBEX04
      * Original author: mnt
      *
      * Description: Regional change feed reject report.
      *    Each region applies the STCBEX03 feed to its own system
      *    and sends back the changes it could not apply: the feed
      *    record as it was received, followed by a two character
      *    reason code and the region's text for it.  This run
      *    lists every reject, region by region, so the customer
      *    can be fixed centrally and go out again on the next
      *    feed.  A region that sent no reject file has nothing
      *    rejected.
      *
      *    Return code 4 when anything was rejected.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 mnt           Created with the regional change
      *                          feed.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBEX04.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT R1Reject
           ASSIGN TO "../data/custfeed-rej-r1.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-R1Reject-Status.

           SELECT R2Reject
           ASSIGN TO "../data/custfeed-rej-r2.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-R2Reject-Status.

           SELECT R3Reject
           ASSIGN TO "../data/custfeed-rej-r3.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-R3Reject-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  R1Reject
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  R1Reject-Record                 PIC X(250).

       FD  R2Reject
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  R2Reject-Record                 PIC X(250).

       FD  R3Reject
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  R3Reject-Record                 PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==R1Reject==.
           COPY WSFST REPLACING ==:tag:== BY ==R2Reject==.
           COPY WSFST REPLACING ==:tag:== BY ==R3Reject==.

      *    The feed record as sent, then the region's reason.
       01  WS-Reject-Record.
           COPY CUSTFEED REPLACING ==:tag:== BY ==WS-Rej==.
           12 WS-Rej-Reason                PIC X(02).
           12 WS-Rej-Reason-Text           PIC X(40).

           COPY CUSTOMER REPLACING ==:tag:== BY ==WS-Work==.

       01  WS-Region-Fields.
           12 WS-Region-Sub                PIC 9     VALUE ZERO.
           12 WS-Region-EOF-SW             PIC X     VALUE 'N'.
              88 WS-Region-EOF                 VALUE 'Y'.
           12 WS-Region-Status             PIC X(02) VALUE SPACES.
           12 WS-Region-Feed-Number        PIC 9(06) VALUE ZERO.
           12 WS-Region-Reject-Cnt         PIC S9(7) COMP VALUE ZERO.
           12 WS-Region-Read-Cnt           PIC S9(7) COMP VALUE ZERO.

       01  WS-Run-Counters.
           12 WS-Total-Reject-Cnt          PIC S9(7) COMP VALUE ZERO.
           12 WS-Total-Read-Cnt            PIC S9(7) COMP VALUE ZERO.

       01  WS-Display-Cnt                  PIC Z(6)9.

       COPY EOJSTAT.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process-Region
              VARYING WS-Region-Sub FROM 1 BY 1
              UNTIL WS-Region-Sub > 3.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           DISPLAY "REGIONAL CHANGE FEED REJECTS".
           DISPLAY "RG FEED   SEQ     CUST ACT RSN REASON".
           DISPLAY "-- ------ ------- ---- --- --- "
              "----------------------------------------".

       2000-Process-Region.
           MOVE ZERO TO WS-Region-Reject-Cnt
                        WS-Region-Read-Cnt.
           MOVE ZERO TO WS-Region-Feed-Number.
           MOVE 'N'  TO WS-Region-EOF-SW.
           PERFORM 2100-Open-Region.
           IF WS-Region-Status = "35"
              DISPLAY "REGION " WS-Region-Sub
                 ": NO REJECT FILE RECEIVED"
           ELSE
              IF WS-Region-Status NOT = "00"
                 DISPLAY "** ERROR **: 2000-Process-Region"
                 DISPLAY "Open region " WS-Region-Sub
                    " reject file failed."
                 DISPLAY "File Status: " WS-Region-Status
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM 2200-Read-Region
                 PERFORM 2300-Report-One-Reject
                    UNTIL WS-Region-EOF
                 PERFORM 2400-Close-Region
                 MOVE WS-Region-Reject-Cnt TO WS-Display-Cnt
                 DISPLAY "REGION " WS-Region-Sub
                    " REJECTS: " WS-Display-Cnt
              END-IF
           END-IF.
           ADD WS-Region-Reject-Cnt TO WS-Total-Reject-Cnt.
           ADD WS-Region-Read-Cnt   TO WS-Total-Read-Cnt.

       2100-Open-Region.
           EVALUATE WS-Region-Sub
              WHEN 1
                 OPEN INPUT R1Reject
                 MOVE WS-R1Reject-Status TO WS-Region-Status
              WHEN 2
                 OPEN INPUT R2Reject
                 MOVE WS-R2Reject-Status TO WS-Region-Status
              WHEN 3
                 OPEN INPUT R3Reject
                 MOVE WS-R3Reject-Status TO WS-Region-Status
           END-EVALUATE.

       2200-Read-Region.
           EVALUATE WS-Region-Sub
              WHEN 1
                 READ R1Reject INTO WS-Reject-Record
                    AT END SET WS-Region-EOF TO TRUE
                 END-READ
              WHEN 2
                 READ R2Reject INTO WS-Reject-Record
                    AT END SET WS-Region-EOF TO TRUE
                 END-READ
              WHEN 3
                 READ R3Reject INTO WS-Reject-Record
                    AT END SET WS-Region-EOF TO TRUE
                 END-READ
           END-EVALUATE.
           IF NOT WS-Region-EOF
              ADD +1 TO WS-Region-Read-Cnt
           END-IF.

      *    A region may echo the header and trailer back; only
      *    the change records are rejects.  The feed number comes
      *    from the echoed header, zero when none was sent.
       2300-Report-One-Reject.
           IF WS-Rej-Add OR WS-Rej-Change OR WS-Rej-Delete
              MOVE WS-Rej-Customer-Record TO WS-Work-Customer-Record
              ADD +1 TO WS-Region-Reject-Cnt
              DISPLAY WS-Region-Sub "  "
                 WS-Region-Feed-Number " "
                 WS-Rej-Seq " "
                 WS-Work-Cust-ID "  "
                 WS-Rej-Type "   "
                 WS-Rej-Reason "  "
                 WS-Rej-Reason-Text
              DISPLAY "                       "
                 WS-Work-Cust-Last-Name " "
                 WS-Work-Cust-First-Name
           ELSE
              IF WS-Rej-Header
                 MOVE WS-Rej-Hdr-Feed-Number TO WS-Region-Feed-Number
                 DISPLAY "REGION " WS-Region-Sub
                    " REJECTS FOR FEED " WS-Rej-Hdr-Feed-Number
              END-IF
           END-IF.
           PERFORM 2200-Read-Region.

       2400-Close-Region.
           EVALUATE WS-Region-Sub
              WHEN 1
                 CLOSE R1Reject
              WHEN 2
                 CLOSE R2Reject
              WHEN 3
                 CLOSE R3Reject
           END-EVALUATE.

       3000-End-Job.
           MOVE WS-Total-Reject-Cnt TO WS-Display-Cnt.
           DISPLAY "TOTAL REJECTS: " WS-Display-Cnt.
           MOVE WS-Total-Read-Cnt   TO EOJS-Records-In.
           MOVE WS-Total-Reject-Cnt TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.
           IF WS-Total-Reject-Cnt > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       COPY EOJPARA.
