       IDENTIFICATION DIVISION.
           PROGRAM-ID.      Cust-Inq.
           AUTHOR.          AgustinUno
      *-----------------------------------------------------------------
      *    Customer relationship inquiry, in the style of Teller-Inq,
      *    over the customer master (Customer-Data.txt) and the
      *    relationship file (Relationship-Data.txt) Account-Maint
      *    maintains.  Commands at the prompt:
      *        C followed by an 8-digit customer number - that
      *            customer's view;
      *        A followed by an 8-digit account ID - the view of
      *            every customer linked to the account, found by the
      *            relationship file's alternate key;
      *        X - exit.
      *    A customer's view lists each related account with the
      *    customer's role on it, the account's name, type, status
      *    and balance:
      *        ACTIVE  - on Active-Output.txt;
      *        DORMANT - on Active-Output.txt under code 'D', shown
      *                  under its original type off the dormant
      *                  master (Dormant-Data.txt);
      *        CLOSED  - on Closed-Output.txt, shown under the type
      *                  Account-Maint filed on the link when it
      *                  closed.
      *    Then the customer's total deposits and total loans
      *    outstanding over the accounts the customer owns - primary
      *    or joint, active or dormant - and, apart, the loans the
      *    customer only guarantees.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT CUSTOMER-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Customer-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUS-CUST-NO
                FILE STATUS IS WS-CUSTOMER-STATUS.

                SELECT RELATION-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Relationship-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS REL-KEY
                ALTERNATE RECORD KEY IS REL-STD-ID WITH DUPLICATES
                FILE STATUS IS WS-RELATION-STATUS.

                SELECT ACTIVE-IN
       ASSIGN TO "/home/lloyd/Desktop/Code/Active-Output.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ACT-STD-ID
                FILE STATUS IS WS-ACTIVE-STATUS.

                SELECT CLOSED-IN
       ASSIGN TO "/home/lloyd/Desktop/Code/Closed-Output.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLSD-STD-ID
                FILE STATUS IS WS-CLOSED-STATUS.

                SELECT DORMANT-FILE
       ASSIGN TO "/home/lloyd/Desktop/Code/Dormant-Data.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DMT-STD-ID
                FILE STATUS IS WS-DORMANT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE RECORDING MODE F.
       01  CUSTOMER-RECORD.
               COPY CUSTREC.

       FD RELATION-FILE RECORDING MODE F.
       01  RELATION-RECORD.
               COPY RELREC.

       FD ACTIVE-IN RECORDING MODE F.
       01  ACTIVE-RECORD.
           05 ACT-STD-ID PIC 9(8).
           05 ACT-STD-NAME PIC X(24).
           05 ACT-CODE PIC A(1).
           05 ACT-STD-CASH PIC S9(7)V99.

       FD CLOSED-IN RECORDING MODE F.
       01  CLOSED-RECORD.
           05 CLSD-STD-ID PIC 9(8).
           05 CLSD-STD-NAME PIC X(24).
           05 CLSD-CODE PIC A(1).
           05 CLSD-STD-CASH PIC S9(7)V99.

      *    DORMANT-FILE - the layout Dormant-Scan writes.
       FD DORMANT-FILE RECORDING MODE F.
       01  DORMANT-RECORD.
           05 DMT-STD-ID PIC 9(8).
           05 DMT-ORIG-CODE PIC A(1).
           05 DMT-LAST-DATE PIC 9(8).
           05 DMT-MARK-DATE PIC 9(8).
           05 DMT-STATUS PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC X(2) VALUE SPACES.
       01 WS-RELATION-STATUS PIC X(2) VALUE SPACES.
       01 WS-ACTIVE-STATUS PIC X(2) VALUE SPACES.
       01 WS-CLOSED-STATUS PIC X(2) VALUE SPACES.
       01 WS-DORMANT-STATUS PIC X(2) VALUE SPACES.
      *    'N' when no dormant master exists yet - no account has
      *    ever gone dormant.
       01 WS-DORMANT-OPEN PIC A(1) VALUE 'N'.
       01 WS-COMMAND PIC X(9) VALUE SPACES.
       01 WS-DONE-SWITCH PIC A(1) VALUE 'N'.
       01 WS-INQ-ID PIC 9(8) VALUE 0.
       01 WS-INQ-CUST-NO PIC 9(8) VALUE 0.
      *    The account scan finds an account's customers by the
      *    alternate key; each customer's view then walks the prime
      *    key, which loses the scan's place, so the customers are
      *    gathered into the table first - twenty is far more
      *    customers than any one account carries.
       01 WS-ACCT-SCAN-SWITCH PIC A(1) VALUE 'N'.
       01 WS-CUST-SCAN-SWITCH PIC A(1) VALUE 'N'.
       01 WS-CUST-TABLE-COUNT PIC 9(2) VALUE 0.
       01 WS-CUST-TABLE-MAX PIC 9(2) VALUE 20.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY PIC 9(8) OCCURS 20 TIMES.
       01 WS-CUST-IX PIC 9(2) VALUE 0.
      *    The code byte the ACCTCODE conditions decode, filled with
      *    the account's type as this inquiry works it out.
       01 WS-ACCT-CODE PIC A(1) VALUE SPACE.
               COPY ACCTCODE.
       01 WS-ACCT-STATUS PIC X(7) VALUE SPACES.
       01 WS-ACCT-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-ACCT-FOUND PIC A(1) VALUE 'N'.
       01 WS-TOTAL-DEPOSITS PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-LOANS PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-GUARANTEED PIC S9(11)V99 VALUE 0.
       01 WS-ACCOUNT-COUNT PIC 9(4) VALUE 0.
       01 WS-CUST-HEADER-LINE.
           05 FILLER PIC X(9) VALUE "CUSTOMER ".
           05 CDSP-CUST-NO PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CDSP-NAME PIC X(24).
           05 FILLER PIC X(8) VALUE "  PHONE ".
           05 CDSP-PHONE PIC X(10).
       01 WS-DISPLAY-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DSP-ROLE PIC X(9).
           05 DSP-STD-ID PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DSP-STD-NAME PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DSP-ACCT-TYPE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DSP-STATUS PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DSP-BALANCE PIC -Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TDSP-LABEL PIC X(24).
           05 TDSP-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
         MAIN-ROUTINE.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "CUSTOMER FILE OPEN FAILED, STATUS "
                   WS-CUSTOMER-STATUS
               STOP RUN
           END-IF
           OPEN INPUT RELATION-FILE
           IF WS-RELATION-STATUS NOT = "00"
               DISPLAY "RELATIONSHIP OPEN FAILED, STATUS "
                   WS-RELATION-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACTIVE-IN
           IF WS-ACTIVE-STATUS NOT = "00"
               DISPLAY "ACTIVE-IN OPEN FAILED, STATUS "
                   WS-ACTIVE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CLOSED-IN
           IF WS-CLOSED-STATUS NOT = "00"
               DISPLAY "CLOSED-IN OPEN FAILED, STATUS "
                   WS-CLOSED-STATUS
               STOP RUN
           END-IF
           OPEN INPUT DORMANT-FILE
           IF WS-DORMANT-STATUS = "00"
               MOVE 'Y' TO WS-DORMANT-OPEN
           ELSE
               IF WS-DORMANT-STATUS NOT = "35"
                   DISPLAY "DORMANT FILE OPEN FAILED, STATUS "
                       WS-DORMANT-STATUS
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-DONE-SWITCH = 'Y'
               DISPLAY "ENTER C + CUSTOMER NO, A + ACCOUNT ID, "
                   "X TO EXIT"
               MOVE SPACES TO WS-COMMAND
               ACCEPT WS-COMMAND
               IF WS-COMMAND = 'X' OR WS-COMMAND = 'x'
                   MOVE 'Y' TO WS-DONE-SWITCH
               ELSE
               IF WS-COMMAND(2:8) IS NOT NUMERIC
                   DISPLAY "NUMBER MUST BE 8 DIGITS"
               ELSE
               IF WS-COMMAND(1:1) = 'C' OR WS-COMMAND(1:1) = 'c'
                   MOVE WS-COMMAND(2:8) TO WS-INQ-CUST-NO
                   PERFORM SHOW-CUSTOMER
               ELSE
                   IF WS-COMMAND(1:1) = 'A' OR WS-COMMAND(1:1) = 'a'
                       MOVE WS-COMMAND(2:8) TO WS-INQ-ID
                       PERFORM SHOW-ACCOUNT-CUSTOMERS
                   ELSE
                       DISPLAY "ENTER C OR A BEFORE THE NUMBER"
                   END-IF
               END-IF
               END-IF
               END-IF
           END-PERFORM.

           CLOSE CUSTOMER-FILE
           CLOSE RELATION-FILE
           CLOSE ACTIVE-IN
           CLOSE CLOSED-IN
           IF WS-DORMANT-OPEN = 'Y'
               CLOSE DORMANT-FILE
           END-IF.
           STOP RUN.

      *    Every customer linked to the account, by the alternate
      *    key.  The customers are gathered first, since each view
      *    walks the same file by its prime key.
       SHOW-ACCOUNT-CUSTOMERS.
           MOVE 0 TO WS-CUST-TABLE-COUNT
           MOVE WS-INQ-ID TO REL-STD-ID
           MOVE 'N' TO WS-ACCT-SCAN-SWITCH
           START RELATION-FILE KEY IS NOT LESS THAN REL-STD-ID
               INVALID KEY
                   MOVE 'Y' TO WS-ACCT-SCAN-SWITCH
           END-START
           PERFORM UNTIL WS-ACCT-SCAN-SWITCH = 'Y'
               READ RELATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ACCT-SCAN-SWITCH
                   NOT AT END
                       IF REL-STD-ID NOT = WS-INQ-ID
                           MOVE 'Y' TO WS-ACCT-SCAN-SWITCH
                       ELSE
                           IF WS-CUST-TABLE-COUNT < WS-CUST-TABLE-MAX
                               ADD 1 TO WS-CUST-TABLE-COUNT
                               MOVE REL-CUST-NO TO
                                   WS-CUST-ENTRY(WS-CUST-TABLE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CUST-TABLE-COUNT = 0
               DISPLAY "ACCOUNT " WS-INQ-ID " HAS NO CUSTOMER LINKED"
           ELSE
               PERFORM VARYING WS-CUST-IX FROM 1 BY 1
                       UNTIL WS-CUST-IX > WS-CUST-TABLE-COUNT
                   MOVE WS-CUST-ENTRY(WS-CUST-IX) TO WS-INQ-CUST-NO
                   PERFORM SHOW-CUSTOMER
               END-PERFORM
           END-IF.

      *    One customer's view: the master record, each related
      *    account in account order, then the totals.
       SHOW-CUSTOMER.
           MOVE WS-INQ-CUST-NO TO CUS-CUST-NO
           READ CUSTOMER-FILE KEY IS CUS-CUST-NO
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-INQ-CUST-NO " NOT FOUND"
               NOT INVALID KEY
                   PERFORM SHOW-CUSTOMER-ACCOUNTS
           END-READ.

       SHOW-CUSTOMER-ACCOUNTS.
           MOVE CUS-CUST-NO TO CDSP-CUST-NO
           MOVE CUS-NAME TO CDSP-NAME
           MOVE CUS-PHONE TO CDSP-PHONE
           DISPLAY WS-CUST-HEADER-LINE
           MOVE 0 TO WS-TOTAL-DEPOSITS
           MOVE 0 TO WS-TOTAL-LOANS
           MOVE 0 TO WS-TOTAL-GUARANTEED
           MOVE 0 TO WS-ACCOUNT-COUNT
           MOVE WS-INQ-CUST-NO TO REL-CUST-NO
           MOVE 0 TO REL-STD-ID
           MOVE 'N' TO WS-CUST-SCAN-SWITCH
           START RELATION-FILE KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CUST-SCAN-SWITCH
           END-START
           PERFORM UNTIL WS-CUST-SCAN-SWITCH = 'Y'
               READ RELATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CUST-SCAN-SWITCH
                   NOT AT END
                       IF REL-CUST-NO NOT = WS-INQ-CUST-NO
                           MOVE 'Y' TO WS-CUST-SCAN-SWITCH
                       ELSE
                           PERFORM SHOW-RELATED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACCOUNT-COUNT = 0
               DISPLAY "  NO ACCOUNTS LINKED"
           END-IF
           MOVE "TOTAL DEPOSITS" TO TDSP-LABEL
           MOVE WS-TOTAL-DEPOSITS TO TDSP-AMOUNT
           DISPLAY WS-TOTAL-LINE
           MOVE "TOTAL LOANS OUTSTANDING" TO TDSP-LABEL
           MOVE WS-TOTAL-LOANS TO TDSP-AMOUNT
           DISPLAY WS-TOTAL-LINE
           IF WS-TOTAL-GUARANTEED NOT = 0
               MOVE "LOANS GUARANTEED" TO TDSP-LABEL
               MOVE WS-TOTAL-GUARANTEED TO TDSP-AMOUNT
               DISPLAY WS-TOTAL-LINE
           END-IF.

      *    One linked account: active (or dormant) first, then
      *    closed, the way Teller-Inq looks an account up.
       SHOW-RELATED-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           IF REL-PRIMARY
               MOVE 'PRIMARY' TO DSP-ROLE
           ELSE
           IF REL-JOINT
               MOVE 'JOINT' TO DSP-ROLE
           ELSE
               MOVE 'GUARANTOR' TO DSP-ROLE
           END-IF
           END-IF
           MOVE REL-STD-ID TO DSP-STD-ID
           MOVE 'Y' TO WS-ACCT-FOUND
           MOVE REL-STD-ID TO ACT-STD-ID
           READ ACTIVE-IN KEY IS ACT-STD-ID
               INVALID KEY
                   PERFORM LOOKUP-CLOSED
               NOT INVALID KEY
                   MOVE ACT-STD-NAME TO DSP-STD-NAME
                   MOVE ACT-CODE TO WS-ACCT-CODE
                   MOVE ACT-STD-CASH TO WS-ACCT-BALANCE
                   MOVE 'ACTIVE' TO WS-ACCT-STATUS
                   IF ACCT-DORMANT
                       PERFORM LOOKUP-DORMANT-TYPE
                   END-IF
           END-READ
           IF WS-ACCT-FOUND = 'N'
               MOVE SPACES TO DSP-STD-NAME
               MOVE SPACE TO WS-ACCT-CODE
               MOVE 'UNKNOWN' TO WS-ACCT-STATUS
               MOVE 0 TO WS-ACCT-BALANCE
           END-IF
           PERFORM DECODE-ACCT-TYPE
           MOVE WS-ACCT-STATUS TO DSP-STATUS
           MOVE WS-ACCT-BALANCE TO DSP-BALANCE
           DISPLAY WS-DISPLAY-LINE
           IF WS-ACCT-STATUS = 'ACTIVE' OR WS-ACCT-STATUS = 'DORMANT'
               PERFORM ADD-TO-TOTALS
           END-IF.

       LOOKUP-CLOSED.
           MOVE REL-STD-ID TO CLSD-STD-ID
           READ CLOSED-IN KEY IS CLSD-STD-ID
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND
               NOT INVALID KEY
                   MOVE CLSD-STD-NAME TO DSP-STD-NAME
                   MOVE REL-CLOSED-CODE TO WS-ACCT-CODE
                   MOVE CLSD-STD-CASH TO WS-ACCT-BALANCE
                   MOVE 'CLOSED' TO WS-ACCT-STATUS
           END-READ.

      *    A dormant account shows under the type it went dormant
      *    from, the type the posting run will restore.
       LOOKUP-DORMANT-TYPE.
           MOVE 'DORMANT' TO WS-ACCT-STATUS
           IF WS-DORMANT-OPEN = 'Y'
               MOVE REL-STD-ID TO DMT-STD-ID
               READ DORMANT-FILE KEY IS DMT-STD-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DMT-ORIG-CODE TO WS-ACCT-CODE
               END-READ
           END-IF.

      *    Deposits and loans the customer holds as primary or joint
      *    count as the customer's own; a guarantor's loans are
      *    totalled apart.
       ADD-TO-TOTALS.
           IF ACCT-LOAN
               IF REL-GUARANTOR
                   ADD WS-ACCT-BALANCE TO WS-TOTAL-GUARANTEED
               ELSE
                   ADD WS-ACCT-BALANCE TO WS-TOTAL-LOANS
               END-IF
           ELSE
               IF (ACCT-CHECKING OR ACCT-SAVINGS)
                       AND NOT REL-GUARANTOR
                   ADD WS-ACCT-BALANCE TO WS-TOTAL-DEPOSITS
               END-IF
           END-IF.

      *    Decode the one-byte account code into the word the teller
      *    reads to the customer, as Teller-Inq does.
       DECODE-ACCT-TYPE.
           IF ACCT-CHECKING
               MOVE 'CHECKING' TO DSP-ACCT-TYPE
           ELSE
           IF ACCT-SAVINGS
               MOVE 'SAVINGS' TO DSP-ACCT-TYPE
           ELSE
           IF ACCT-LOAN
               MOVE 'LOAN' TO DSP-ACCT-TYPE
           ELSE
           IF ACCT-CLOSED
               MOVE 'CLOSED' TO DSP-ACCT-TYPE
           ELSE
               IF ACCT-DORMANT
                   MOVE 'DORMANT' TO DSP-ACCT-TYPE
               ELSE
                   MOVE 'UNKNOWN' TO DSP-ACCT-TYPE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
