      ***********************************************************
      * Program name:    VSCBEX15
      * Original author: mnt
      *
      *    Description: Example 15: Indexed File Processing:
      *       Interactive customer maintenance at the counter.
      *
      *    Until now every change to the customer master waited
      *     for a batch run: VSCBEX04's transaction file, the
      *     VSCBEX05 soft delete, or a full VSCBEX01 reload.  This
      *     program lets a clerk with the customer on the phone
      *     find the record and fix it on the spot:
      *
      *       I  find a customer by Cust-ID
      *       N  find a customer by last name (the alternate
      *          index, browsed the same way VSCBEX08 does)
      *       A  add a customer
      *     and, once a customer is on the screen,
      *       C  change the name, address, contact, product and
      *          price fields
      *       D  deactivate (Cust-Status I, the VSCBEX05 soft
      *          delete)
      *
      *    Field edits are the load edits: the last name is
      *     required and the state must be a two-letter code or a
      *     spelling on the state reference file, stored as the
      *     code, exactly as VSCBEX01 normalizes it.  The card
      *     field is display only; card numbers are held as
      *     tokens (VSCBEX11) and are not keyed here.
      *
      *    The clerk signs on with an operator id from the
      *     operator file.  Level M may maintain; level I may
      *     only look customers up.
      *
      *    Every add, change and deactivation is journaled with
      *     before and after images, the same as the batch update
      *     programs, so VSCBEX07 forward recovery still rebuilds
      *     the master.
      *
      *    Two clerks can have the same customer on screen at
      *     once.  When a change is applied the record is read
      *     again under a record lock and compared with the image
      *     the clerk started from (the VSCBEX04 before-image
      *     check); if another clerk holds the lock, or has
      *     already changed the record, nothing is written and
      *     the clerk sees the record as it now stands.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 mnt           Created so a one-field fix for a
      *                          customer on the phone no longer
      *                          waits for the nightly run.
      *
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSCBEX15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFile
           ASSIGN TO "../data/customer.idat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CUSTFile-Cust-ID
           ALTERNATE RECORD KEY IS CUSTFile-Cust-Last-Name
              WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           LOCK MODE IS MANUAL
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-CUSTFile-Status.

           SELECT JrnFile
           ASSIGN TO "../data/customer.jrn"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JrnFile-Status.

           SELECT StateFile
           ASSIGN TO "../data/statecodes.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StateFile-Status.

           SELECT OperFile
           ASSIGN TO "../data/operators.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OperFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFile.
           COPY CUSTOMER REPLACING ==:tag:== BY ==CUSTFile==.

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

       FD  StateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  StateFile-Record.
           12 StateFile-Code           PIC X(02).
           12 StateFile-Name           PIC X(20).

       FD  OperFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OperFile-Record.
           12 OperFile-ID              PIC X(08).
           12 OperFile-Name            PIC X(20).
           12 OperFile-Level           PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==JrnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==StateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==OperFile==.

      *    The reference file carries one row per accepted code or
      *    name spelling; both normalize to the two-letter code.
       01  WS-State-Table-Storage.
           12 WS-State-Count               PIC S9(4) COMP VALUE ZERO.
           12 WS-State-Entry OCCURS 200 TIMES
                             INDEXED BY ST-Index.
              15 ST-Code                   PIC X(02).
              15 ST-Name                   PIC X(20).

       01  WS-State-Work-Fields.
           12 WS-State-In                  PIC X(20).
           12 WS-State-Out                 PIC X(20).
           12 WS-State-Valid-SW            PIC X.
              88 WS-State-Valid                VALUE 'Y'.

       01  WS-Operator-Table-Storage.
           12 WS-Oper-Count                PIC S9(4) COMP VALUE ZERO.
           12 WS-Oper-Entry OCCURS 100 TIMES
                            INDEXED BY OP-Index.
              15 OP-ID                     PIC X(08).
              15 OP-Name                   PIC X(20).
              15 OP-Level                  PIC X(01).

       01  WS-Session-Fields.
           12 WS-Oper-ID                   PIC X(08).
           12 WS-Oper-Name                 PIC X(20).
           12 WS-Oper-Level                PIC X(01).
              88 WS-Oper-May-Maintain          VALUE 'M'.
           12 WS-Signon-Tries              PIC 9(01) VALUE ZERO.
           12 WS-Signed-On-SW              PIC X     VALUE 'N'.
              88 WS-Signed-On                  VALUE 'Y'.
           12 WS-Session-Done-SW           PIC X     VALUE 'N'.
              88 WS-Session-Done               VALUE 'Y'.
           12 WS-Choice                    PIC X(01).
           12 WS-Confirm                   PIC X(01).
           12 WS-Record-Current-SW         PIC X     VALUE 'N'.
              88 WS-Record-Current             VALUE 'Y'.
           12 WS-Record-Valid-SW           PIC X     VALUE 'Y'.
              88 WS-Record-Valid               VALUE 'Y'.
           12 WS-Lock-Held-SW              PIC X     VALUE 'N'.
              88 WS-Lock-Held                  VALUE 'Y'.

       01  WS-Entry-Fields.
           12 WS-Entry-Text                PIC X(30).
           12 WS-Entry-ID                  PIC X(04).
           12 WS-Entry-ID-N REDEFINES WS-Entry-ID
                                           PIC 9(04).
           12 WS-Entry-Price               PIC S9(5)V99.
           12 WS-Edit-Price                PIC ZZ9.99.

       01  WS-Browse-Fields.
           12 WS-Start-Name                PIC X(21).
           12 WS-Page-Row-Count            PIC 9(2)  VALUE ZERO.
           12 WS-Page-Row-Max              PIC 9(2)  VALUE 10.
           12 WS-Browse-Done-SW            PIC X     VALUE 'N'.
              88 WS-Browse-Done                VALUE 'Y'.
           12 WS-Selected-ID               PIC X(04).

       01  WS-Jrn-Date-Time.
           COPY WSDT REPLACING ==:tag:== BY ==JDT==.

       01  WS-File-Counters.
           12 FD-CUSTFile-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-CUSTFile-Insert-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-CUSTFile-Re-Write-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 WS-Refused-Cnt               PIC S9(4) COMP VALUE ZERO.

       COPY EOJSTAT.

      *    The image the clerk started from, and the image being
      *    keyed.  The record is only rewritten if what is on file
      *    still matches the first.
           COPY CUSTOMER REPLACING ==:tag:== BY ==WS-Before==.
           COPY CUSTOMER REPLACING ==:tag:== BY ==WS-Work==.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           IF WS-Signed-On
              PERFORM 2000-Process UNTIL WS-Session-Done
           END-IF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           MOVE FUNCTION CURRENT-DATE TO JOB-START-DATE-TIME.
           PERFORM 1100-Load-State-Table.
           PERFORM 1200-Load-Operator-Table.
           IF WS-State-Count = ZERO OR WS-Oper-Count = ZERO
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "State or operator reference file is empty."
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM 1300-Sign-On
                 UNTIL WS-Signed-On OR WS-Signon-Tries >= 3
           END-IF.
           IF WS-Signed-On
              OPEN I-O CUSTFile
              IF NOT WS-CUSTFile-Good
                 DISPLAY "** ERROR **: 1000-Begin-Job"
                 DISPLAY "Open CUSTFile Failed."
                 DISPLAY "File Status: " WS-CUSTFile-Status
                 MOVE 'N' TO WS-Signed-On-SW
                 MOVE 8 TO RETURN-CODE
              ELSE
                 OPEN EXTEND JrnFile
              END-IF
           END-IF.

       1100-Load-State-Table.
           OPEN INPUT StateFile.
           IF WS-StateFile-Good
              PERFORM 1110-Load-One-State
                 UNTIL NOT WS-StateFile-Good
              CLOSE StateFile
           END-IF.

       1110-Load-One-State.
           READ StateFile
              AT END SET WS-StateFile-EOF TO TRUE
           END-READ.
           IF WS-StateFile-Good
              IF WS-State-Count < 200
                 ADD 1 TO WS-State-Count
                 SET ST-Index TO WS-State-Count
                 MOVE StateFile-Code TO ST-Code(ST-Index)
                 MOVE FUNCTION UPPER-CASE(StateFile-Name)
                    TO ST-Name(ST-Index)
              ELSE
                 DISPLAY "STATE TABLE FULL - ROW IGNORED"
              END-IF
           END-IF.

       1200-Load-Operator-Table.
           OPEN INPUT OperFile.
           IF WS-OperFile-Good
              PERFORM 1210-Load-One-Operator
                 UNTIL NOT WS-OperFile-Good
              CLOSE OperFile
           END-IF.

       1210-Load-One-Operator.
           READ OperFile
              AT END SET WS-OperFile-EOF TO TRUE
           END-READ.
           IF WS-OperFile-Good
              IF WS-Oper-Count < 100
                 ADD 1 TO WS-Oper-Count
                 SET OP-Index TO WS-Oper-Count
                 MOVE OperFile-ID    TO OP-ID(OP-Index)
                 MOVE OperFile-Name  TO OP-Name(OP-Index)
                 MOVE OperFile-Level TO OP-Level(OP-Index)
              ELSE
                 DISPLAY "OPERATOR TABLE FULL - ROW IGNORED"
              END-IF
           END-IF.

       1300-Sign-On.
           ADD 1 TO WS-Signon-Tries.
           DISPLAY "ENTER YOUR OPERATOR ID: ".
           MOVE SPACES TO WS-Oper-ID.
           ACCEPT WS-Oper-ID.
           MOVE FUNCTION UPPER-CASE(WS-Oper-ID) TO WS-Oper-ID.
           SET OP-Index TO 1.
           SEARCH WS-Oper-Entry
              AT END
                 DISPLAY "OPERATOR " WS-Oper-ID " IS NOT AUTHORIZED."
              WHEN OP-Index > WS-Oper-Count
                 DISPLAY "OPERATOR " WS-Oper-ID " IS NOT AUTHORIZED."
              WHEN OP-ID(OP-Index) = WS-Oper-ID
                 MOVE OP-Name(OP-Index)  TO WS-Oper-Name
                 MOVE OP-Level(OP-Index) TO WS-Oper-Level
                 SET WS-Signed-On TO TRUE
                 DISPLAY "SIGNED ON: " WS-Oper-ID " " WS-Oper-Name
                 IF NOT WS-Oper-May-Maintain
                    DISPLAY "(INQUIRY ONLY)"
                 END-IF
           END-SEARCH.

       2000-Process.
           DISPLAY "================================================".
           DISPLAY "CUSTOMER MAINTENANCE      OPERATOR: " WS-Oper-ID.
           DISPLAY "  I  FIND BY CUST-ID".
           DISPLAY "  N  FIND BY LAST NAME".
           IF WS-Oper-May-Maintain
              DISPLAY "  A  ADD A CUSTOMER"
           END-IF.
           DISPLAY "  X  SIGN OFF".
           DISPLAY "CHOICE: ".
           MOVE SPACE TO WS-Choice.
           ACCEPT WS-Choice.
           MOVE 'N' TO WS-Record-Current-SW.
           EVALUATE WS-Choice
              WHEN 'I'
              WHEN 'i'
                 PERFORM 2100-Find-By-ID
              WHEN 'N'
              WHEN 'n'
                 PERFORM 2200-Find-By-Name
              WHEN 'A'
              WHEN 'a'
                 IF WS-Oper-May-Maintain
                    PERFORM 2500-Add-Customer
                 ELSE
                    DISPLAY "NOT AUTHORIZED TO MAINTAIN CUSTOMERS."
                 END-IF
              WHEN 'X'
              WHEN 'x'
                 SET WS-Session-Done TO TRUE
              WHEN OTHER
                 DISPLAY "CHOICE NOT RECOGNIZED."
           END-EVALUATE.
           IF WS-Record-Current
              PERFORM 2300-Record-Actions
           END-IF.

       2100-Find-By-ID.
           DISPLAY "ENTER THE CUST-ID: ".
           MOVE SPACES TO WS-Entry-ID.
           ACCEPT WS-Entry-ID.
           PERFORM 2150-Read-Selected-Customer.

       2150-Read-Selected-Customer.
           IF WS-Entry-ID NOT NUMERIC
              DISPLAY "CUST-ID MUST BE FOUR DIGITS."
           ELSE
              MOVE WS-Entry-ID-N TO CUSTFile-Cust-ID
              PERFORM 5000-Read-CUSTFile
              IF WS-CUSTFile-Good
                 SET WS-Record-Current TO TRUE
                 PERFORM 2900-Display-Customer
              END-IF
           END-IF.

       2200-Find-By-Name.
           DISPLAY "ENTER THE LAST NAME TO START AT: ".
           MOVE SPACES TO WS-Start-Name.
           ACCEPT WS-Start-Name.
           MOVE SPACES TO WS-Selected-ID.
           MOVE 'N' TO WS-Browse-Done-SW.
           MOVE ZERO TO WS-Page-Row-Count.
           MOVE WS-Start-Name TO CUSTFile-Cust-Last-Name.
           START CUSTFile
              KEY IS >= CUSTFile-Cust-Last-Name
           END-START.
           IF NOT WS-CUSTFile-Good
              DISPLAY "NO CUSTOMER AT OR AFTER '" WS-Start-Name "'"
           ELSE
              PERFORM 2210-Browse-One-Name UNTIL WS-Browse-Done
           END-IF.
           IF WS-Selected-ID NOT = SPACES
              MOVE WS-Selected-ID TO WS-Entry-ID
              PERFORM 2150-Read-Selected-Customer
           END-IF.

       2210-Browse-One-Name.
           READ CUSTFile NEXT RECORD WITH NO LOCK
           END-READ.
           IF WS-CUSTFile-Success
              ADD +1 TO FD-CUSTFile-Record-Cnt
              DISPLAY CUSTFile-Cust-ID " "
                 CUSTFile-Cust-Last-Name " "
                 CUSTFile-Cust-First-Name " "
                 CUSTFile-Cust-City(1:20) " "
                 CUSTFile-Cust-Status
              ADD 1 TO WS-Page-Row-Count
              IF WS-Page-Row-Count >= WS-Page-Row-Max
                 PERFORM 2220-Prompt-For-Selection
              END-IF
           ELSE
              IF NOT WS-CUSTFile-EOF
                 DISPLAY "** ERROR **: 2210-Browse-One-Name"
                 DISPLAY "Read CUSTFile Failed."
                 DISPLAY "File Status: " WS-CUSTFile-Status
              END-IF
              DISPLAY "-- END OF THE NAME INDEX --"
              PERFORM 2220-Prompt-For-Selection
              SET WS-Browse-Done TO TRUE
           END-IF.

       2220-Prompt-For-Selection.
           MOVE ZERO TO WS-Page-Row-Count.
           DISPLAY "KEY A CUST-ID TO SELECT, M FOR MORE, ".
           DISPLAY "OR PRESS ENTER TO RETURN: ".
           MOVE SPACES TO WS-Entry-ID.
           ACCEPT WS-Entry-ID.
           EVALUATE TRUE
              WHEN WS-Entry-ID NUMERIC
                 MOVE WS-Entry-ID TO WS-Selected-ID
                 SET WS-Browse-Done TO TRUE
              WHEN WS-Entry-ID = 'M' OR WS-Entry-ID = 'm'
                 CONTINUE
              WHEN OTHER
                 SET WS-Browse-Done TO TRUE
           END-EVALUATE.

       2300-Record-Actions.
           IF WS-Oper-May-Maintain
              DISPLAY "C  CHANGE   D  DEACTIVATE   "
                      "ENTER  RETURN TO THE MENU: "
              MOVE SPACE TO WS-Choice
              ACCEPT WS-Choice
              EVALUATE WS-Choice
                 WHEN 'C'
                 WHEN 'c'
                    PERFORM 2400-Change-Customer
                 WHEN 'D'
                 WHEN 'd'
                    PERFORM 2450-Deactivate-Customer
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       2400-Change-Customer.
           MOVE CUSTFile-Customer-Record TO WS-Before-Customer-Record
                                            WS-Work-Customer-Record.
           MOVE 'Y' TO WS-Record-Valid-SW.
           DISPLAY "PRESS ENTER TO KEEP A VALUE, * TO CLEAR IT.".
           PERFORM 2410-Accept-Fields.
           PERFORM 2800-Edit-Work-Record.
           IF WS-Record-Valid
              IF WS-Work-Customer-Record = WS-Before-Customer-Record
                 DISPLAY "NOTHING CHANGED."
              ELSE
                 PERFORM 2850-Confirm
                 IF WS-Confirm = 'Y'
                    PERFORM 6100-Lock-And-Verify
                    IF WS-Lock-Held
                       MOVE WS-Work-Customer-Record
                          TO CUSTFile-Customer-Record
                       MOVE "U" TO JrnFile-Action
                       PERFORM 6000-Re-Write-CUSTFile
                    END-IF
                 END-IF
              END-IF
           END-IF.

       2410-Accept-Fields.
           DISPLAY "FIRST NAME  [" WS-Work-Cust-First-Name "]: ".
           PERFORM 2420-Accept-Entry.
           IF WS-Entry-Text NOT = SPACES
              MOVE WS-Entry-Text TO WS-Work-Cust-First-Name
           END-IF.
           DISPLAY "LAST NAME   [" WS-Work-Cust-Last-Name "]: ".
           PERFORM 2420-Accept-Entry.
           IF WS-Entry-Text NOT = SPACES
              MOVE WS-Entry-Text TO WS-Work-Cust-Last-Name
           END-IF.
           DISPLAY "ADDRESS     [" WS-Work-Cust-Address "]: ".
           PERFORM 2420-Accept-Entry.
           IF WS-Entry-Text NOT = SPACES
              MOVE WS-Entry-Text TO WS-Work-Cust-Address
           END-IF.
           DISPLAY "CITY        [" WS-Work-Cust-City "]: ".
           PERFORM 2420-Accept-Entry.
           IF WS-Entry-Text NOT = SPACES
              MOVE WS-Entry-Text TO WS-Work-Cust-City
           END-IF.
           DISPLAY "STATE       [" WS-Work-Cust-State "]: ".
           PERFORM 2420-Accept-Entry.
           IF WS-Entry-Text NOT = SPACES
              MOVE WS-Entry-Text TO WS-Work-Cust-State
           END-IF.
           DISPLAY "POSTAL CODE [" WS-Work-Cust-Postal-Code "]: ".
           PERFORM 2420-Accept-Entry.
           IF WS-Entry-Text NOT = SPACES
              MOVE WS-Entry-Text TO WS-Work-Cust-Postal-Code
           END-IF.
           DISPLAY "PHONE       [" WS-Work-Cust-Phone "]: ".
           PERFORM 2420-Accept-Entry.
           IF WS-Entry-Text NOT = SPACES
              MOVE WS-Entry-Text TO WS-Work-Cust-Phone
           END-IF.
           DISPLAY "EMAIL       [" WS-Work-Cust-Email "]: ".
           PERFORM 2420-Accept-Entry.
           IF WS-Entry-Text NOT = SPACES
              MOVE WS-Entry-Text TO WS-Work-Cust-Email
           END-IF.
           DISPLAY "PRODUCT     [" WS-Work-Cust-Product "]: ".
           PERFORM 2420-Accept-Entry.
           IF WS-Entry-Text NOT = SPACES
              MOVE WS-Entry-Text TO WS-Work-Cust-Product
           END-IF.
           MOVE WS-Work-Cust-Price TO WS-Edit-Price.
           DISPLAY "PRICE       [" WS-Edit-Price "]: ".
           PERFORM 2420-Accept-Entry.
           EVALUATE TRUE
              WHEN WS-Entry-Text = SPACES
                 CONTINUE
              WHEN WS-Entry-Text = LOW-VALUES
                 MOVE ZERO TO WS-Work-Cust-Price
              WHEN OTHER
                 PERFORM 2430-Edit-Price-Entry
           END-EVALUATE.

      *    A lone asterisk clears the field.  It comes back as
      *    low-values so the caller's NOT = SPACES test still
      *    moves it; 2800-Edit-Work-Record turns it into spaces.
       2420-Accept-Entry.
           MOVE SPACES TO WS-Entry-Text.
           ACCEPT WS-Entry-Text.
           IF WS-Entry-Text = '*'
              MOVE LOW-VALUES TO WS-Entry-Text
           END-IF.

       2430-Edit-Price-Entry.
           IF FUNCTION TEST-NUMVAL(WS-Entry-Text) NOT = ZERO
              DISPLAY "PRICE MUST BE A NUMBER - NOT CHANGED."
              MOVE 'N' TO WS-Record-Valid-SW
           ELSE
              COMPUTE WS-Entry-Price =
                 FUNCTION NUMVAL(WS-Entry-Text)
              IF WS-Entry-Price < ZERO OR WS-Entry-Price > 999.99
                 DISPLAY "PRICE MUST BE 0.00 TO 999.99 - NOT CHANGED."
                 MOVE 'N' TO WS-Record-Valid-SW
              ELSE
                 MOVE WS-Entry-Price TO WS-Work-Cust-Price
              END-IF
           END-IF.

       2450-Deactivate-Customer.
           IF CUSTFile-Cust-Inactive
              DISPLAY "CUST-ID " CUSTFile-Cust-ID
                 " IS ALREADY INACTIVE."
           ELSE
              MOVE CUSTFile-Customer-Record
                 TO WS-Before-Customer-Record
                    WS-Work-Customer-Record
              MOVE 'I' TO WS-Work-Cust-Status
              PERFORM 2850-Confirm
              IF WS-Confirm = 'Y'
                 PERFORM 6100-Lock-And-Verify
                 IF WS-Lock-Held
                    MOVE WS-Work-Customer-Record
                       TO CUSTFile-Customer-Record
                    MOVE "D" TO JrnFile-Action
                    PERFORM 6000-Re-Write-CUSTFile
                 END-IF
              END-IF
           END-IF.

       2500-Add-Customer.
           DISPLAY "ENTER THE NEW CUST-ID: ".
           MOVE SPACES TO WS-Entry-ID.
           ACCEPT WS-Entry-ID.
           IF WS-Entry-ID NOT NUMERIC OR WS-Entry-ID-N = ZERO
              DISPLAY "CUST-ID MUST BE FOUR DIGITS, NOT ALL ZERO."
           ELSE
              MOVE WS-Entry-ID-N TO CUSTFile-Cust-ID
              READ CUSTFile WITH NO LOCK
                 KEY IS CUSTFile-Cust-ID
              END-READ
              IF WS-CUSTFile-Good
                 DISPLAY "CUST-ID " WS-Entry-ID " IS ALREADY ON FILE."
                 PERFORM 2900-Display-Customer
              ELSE
                 PERFORM 2510-Key-New-Customer
              END-IF
           END-IF.

       2510-Key-New-Customer.
           MOVE SPACES TO WS-Before-Customer-Record
                          WS-Work-Customer-Record.
           MOVE WS-Entry-ID-N TO WS-Work-Cust-ID.
           MOVE ZERO TO WS-Work-Cust-Price.
           SET WS-Work-Cust-Active TO TRUE.
           MOVE 'Y' TO WS-Record-Valid-SW.
           PERFORM 2410-Accept-Fields.
           PERFORM 2800-Edit-Work-Record.
           IF WS-Record-Valid
              PERFORM 2850-Confirm
              IF WS-Confirm = 'Y'
                 MOVE WS-Work-Customer-Record
                    TO CUSTFile-Customer-Record
                 PERFORM 6200-Write-CUSTFile
              END-IF
           END-IF.

      *    The same edits VSCBEX01 applies at load time, so a
      *    record keyed here could equally have come through the
      *    load.  A cleared field comes back as low-values from
      *    2420-Accept-Entry and is blanked before the edits.
       2800-Edit-Work-Record.
           INSPECT WS-Work-Customer-Record
              REPLACING ALL LOW-VALUES BY SPACES.
           IF WS-Work-Cust-Last-Name = SPACES
              DISPLAY "LAST NAME IS REQUIRED."
              MOVE 'N' TO WS-Record-Valid-SW
           END-IF.
           MOVE WS-Work-Cust-State TO WS-State-In.
           PERFORM 2810-Normalize-State.
           IF WS-State-Valid
              MOVE WS-State-Out TO WS-Work-Cust-State
           ELSE
              DISPLAY "STATE VALUE NOT RECOGNIZED: "
                 WS-Work-Cust-State
              MOVE 'N' TO WS-Record-Valid-SW
           END-IF.
           IF NOT WS-Record-Valid
              DISPLAY "** NOTHING WRITTEN - CORRECT AND TRY AGAIN **"
           END-IF.

      *    A two-letter code or a listed spelling of the name is
      *    accepted and stored as the code; anything else rejects
      *    rather than letting a third spelling of the same state
      *    back onto the master.
       2810-Normalize-State.
           MOVE 'N' TO WS-State-Valid-SW.
           MOVE FUNCTION UPPER-CASE(WS-State-In) TO WS-State-In.
           PERFORM 2820-Match-One-State
              VARYING ST-Index FROM 1 BY 1
              UNTIL ST-Index > WS-State-Count
                 OR WS-State-Valid.
           IF WS-State-Valid
              SET ST-Index DOWN BY 1
              MOVE SPACES TO WS-State-Out
              MOVE ST-Code(ST-Index) TO WS-State-Out(1:2)
           END-IF.

       2820-Match-One-State.
           IF WS-State-In(1:2) = ST-Code(ST-Index)
              AND WS-State-In(3:18) = SPACES
              SET WS-State-Valid TO TRUE
           ELSE
              IF WS-State-In = ST-Name(ST-Index)
                 SET WS-State-Valid TO TRUE
              END-IF
           END-IF.

       2850-Confirm.
           PERFORM 2910-Display-Work-Record.
           DISPLAY "APPLY? (Y/N): ".
           MOVE SPACE TO WS-Confirm.
           ACCEPT WS-Confirm.
           IF WS-Confirm = 'y'
              MOVE 'Y' TO WS-Confirm
           END-IF.
           IF WS-Confirm NOT = 'Y'
              DISPLAY "NOTHING WRITTEN."
           END-IF.

       2900-Display-Customer.
           MOVE CUSTFile-Customer-Record TO WS-Work-Customer-Record.
           PERFORM 2910-Display-Work-Record.

       2910-Display-Work-Record.
           MOVE WS-Work-Cust-Price TO WS-Edit-Price.
           DISPLAY "------------------------------------------------".
           DISPLAY "CUST-ID     " WS-Work-Cust-ID
              "   STATUS " WS-Work-Cust-Status.
           DISPLAY "NAME        " WS-Work-Cust-First-Name " "
              WS-Work-Cust-Last-Name.
           DISPLAY "ADDRESS     " WS-Work-Cust-Address.
           DISPLAY "CITY/STATE  " WS-Work-Cust-City " "
              WS-Work-Cust-State(1:2) " " WS-Work-Cust-Postal-Code.
           DISPLAY "PHONE       " WS-Work-Cust-Phone.
           DISPLAY "EMAIL       " WS-Work-Cust-Email.
           DISPLAY "CARD        " WS-Work-Cust-CCard.
           DISPLAY "PRODUCT     " WS-Work-Cust-Product
              "   PRICE " WS-Edit-Price.
           DISPLAY "------------------------------------------------".

       3000-End-Job.
           IF WS-Signed-On
              CLOSE CUSTFile
                    JrnFile
           END-IF.
           DISPLAY "CUSTOMERS ADDED:        " FD-CUSTFile-Insert-Cnt.
           DISPLAY "CUSTOMERS CHANGED:      " FD-CUSTFile-Re-Write-Cnt.
           DISPLAY "CHANGES REFUSED (LOCK): " WS-Refused-Cnt.
           MOVE FD-CUSTFile-Record-Cnt   TO EOJS-Records-In.
           COMPUTE EOJS-Records-Out = FD-CUSTFile-Insert-Cnt
                                    + FD-CUSTFile-Re-Write-Cnt.
           MOVE WS-Refused-Cnt           TO EOJS-Records-Rejected.
           PERFORM 9700-Display-Eoj-Statistics.

       5000-Read-CUSTFile.
           READ CUSTFile WITH NO LOCK
              KEY IS CUSTFile-Cust-ID
           END-READ.
           IF WS-CUSTFile-Good
              ADD +1 TO FD-CUSTFile-Record-Cnt
           ELSE
              EVALUATE TRUE
                 WHEN WS-CUSTFile-Not-Found
                    DISPLAY "CUST-ID " CUSTFile-Cust-ID
                       " IS NOT ON FILE."
                 WHEN OTHER
                    DISPLAY "** ERROR **: 5000-Read-CUSTFile"
                    DISPLAY "Read CUSTFile Failed."
                    DISPLAY "File Status: " WS-CUSTFile-Status
              END-EVALUATE
           END-IF.

      *    The record is rewritten only while this clerk holds the
      *    lock, and the lock is always released afterwards,
      *    written or not.
       6000-Re-Write-CUSTFile.
           REWRITE CUSTFile-Customer-Record.
           IF WS-CUSTFile-Success
              ADD +1 TO FD-CUSTFile-Re-Write-Cnt
              MOVE "VSCBEX15" TO JrnFile-Program
              MOVE WS-Before-Customer-Record TO JrnFile-Before-Image
              MOVE CUSTFile-Customer-Record TO JrnFile-After-Image
              PERFORM 7000-Write-Journal-Record
              DISPLAY "CUST-ID " CUSTFile-Cust-ID " UPDATED."
           ELSE
              DISPLAY "** ERROR **: 6000-Re-Write-CUSTFile"
              DISPLAY "Re-Write CUSTFile Failed."
              DISPLAY "File Status: " WS-CUSTFile-Status
           END-IF.
           UNLOCK CUSTFile.
           MOVE 'N' TO WS-Lock-Held-SW.

      *    Read the record again, this time holding the lock, and
      *    compare it with the image the clerk started from.
       6100-Lock-And-Verify.
           MOVE 'N' TO WS-Lock-Held-SW.
           MOVE WS-Before-Cust-ID TO CUSTFile-Cust-ID.
           READ CUSTFile WITH LOCK
              KEY IS CUSTFile-Cust-ID
           END-READ.
           EVALUATE TRUE
              WHEN WS-CUSTFile-Record-Locked
                 ADD +1 TO WS-Refused-Cnt
                 DISPLAY "CUST-ID " CUSTFile-Cust-ID
                    " IS BEING CHANGED BY ANOTHER CLERK."
                 DISPLAY "NOTHING WRITTEN - TRY AGAIN IN A MOMENT."
              WHEN WS-CUSTFile-Good
                 IF CUSTFile-Customer-Record =
                    WS-Before-Customer-Record
                    SET WS-Lock-Held TO TRUE
                 ELSE
                    ADD +1 TO WS-Refused-Cnt
                    DISPLAY "CUST-ID " CUSTFile-Cust-ID
                       " WAS CHANGED BY ANOTHER CLERK SINCE IT WAS"
                       " READ."
                    DISPLAY "NOTHING WRITTEN - THE RECORD NOW READS:"
                    PERFORM 2900-Display-Customer
                    UNLOCK CUSTFile
                 END-IF
              WHEN OTHER
                 ADD +1 TO WS-Refused-Cnt
                 DISPLAY "CUST-ID " CUSTFile-Cust-ID
                    " COULD NOT BE READ FOR UPDATE, STATUS "
                    WS-CUSTFile-Status
           END-EVALUATE.

       6200-Write-CUSTFile.
           WRITE CUSTFile-Customer-Record.
           IF WS-CUSTFile-Success
              ADD +1 TO FD-CUSTFile-Insert-Cnt
              MOVE "VSCBEX15" TO JrnFile-Program
              MOVE "I"        TO JrnFile-Action
              MOVE SPACES     TO JrnFile-Before-Image
              MOVE CUSTFile-Customer-Record TO JrnFile-After-Image
              PERFORM 7000-Write-Journal-Record
              DISPLAY "CUST-ID " CUSTFile-Cust-ID " ADDED."
           ELSE
              IF WS-CUSTFile-Duplicate-Key
                 DISPLAY "CUST-ID " CUSTFile-Cust-ID
                    " WAS JUST ADDED BY ANOTHER CLERK."
              ELSE
                 DISPLAY "** ERROR **: 6200-Write-CUSTFile"
                 DISPLAY "Write CUSTFile Failed."
                 DISPLAY "File Status: " WS-CUSTFile-Status
              END-IF
              DISPLAY "NOTHING WRITTEN."
           END-IF.

       COPY EOJPARA.

       7000-Write-Journal-Record.
      *    Every change to the customer master is journaled with a
      *    before and after image so VSCBEX07 can roll a backup
      *    copy forward to any point in time.  A change that
      *    cannot be journaled ends the session: carrying on would
      *    leave changes on the master that recovery cannot replay.
           MOVE FUNCTION CURRENT-DATE TO WS-Jrn-Date-Time.
           STRING JDT-Full-Date JDT-Full-Time(1:6)
              DELIMITED BY SIZE INTO JrnFile-Timestamp.
           WRITE JrnFile-Record.
           IF NOT WS-JrnFile-Good
              DISPLAY "** ERROR **: 7000-Write-Journal-Record"
              DISPLAY "Write JrnFile Failed."
              DISPLAY "File Status: " WS-JrnFile-Status
              UNLOCK CUSTFile
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
