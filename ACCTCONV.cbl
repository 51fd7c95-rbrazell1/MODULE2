       IDENTIFICATION DIVISION.
       PROGRAM-ID.              ACCTCONV.
       AUTHOR.                  RUSSELL BRAZELL.
       INSTALLATION.            HOME DESKTOP.
       DATE-WRITTEN.            10/15/2026.
       DATE-COMPILED.           10/15/2026.
       SECURITY.                MICROFOCUS
      *****************************************************************
      * ONE-TIME CUTOVER CONVERSION FOR THE ACCOUNT MASTER.  THE      *
      * MASTER RECORD GREW FROM 71 TO 80 BYTES WHEN THE ACCOUNT       *
      * STATUS AND CLOSE DATE WERE ADDED FOR ACCTMAINT -- THE         *
      * PROGRAMS THAT READ THE NEW LAYOUT CANNOT OPEN THE OLD FILE.   *
      * THIS JOB REWRITES EVERY EXISTING ACCOUNT IN THE NEW LAYOUT,   *
      * MARKING EACH ONE OPEN WITH A ZERO CLOSE DATE -- NO ACCOUNT    *
      * COULD BE CLOSED BEFORE THE CUTOVER.                           *
      *                                                               *
      * RUN THIS EXACTLY ONCE, AT CUTOVER, BEFORE ACCTPOST OR ANY     *
      * OTHER PROGRAM OPENS THE MASTER IN THE NEW LAYOUT.  A SECOND   *
      * RUN WOULD MISREAD THE ALREADY-CONVERTED RECORDS.  THE OLD     *
      * CONTENT PASSES THROUGH ACCTCNV.DAT, WHICH CAN BE KEPT AS THE  *
      * FALLBACK COPY.                                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.         IBM-370.
       OBJECT-COMPUTER.         IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN "ACCTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-ACCT-NO
           FILE STATUS IS OLD-MASTER-STATUS.
           SELECT NEW-MASTER ASSIGN "ACCTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NEW-ACCT-NO
           FILE STATUS IS NEW-MASTER-STATUS.
           SELECT WORK-FILE ASSIGN "ACCTCNV.DAT"
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE ACCOUNT MASTER AS IT STOOD BEFORE THE STATUS FIELDS
       FD  OLD-MASTER
       01  OLD-MASTER-RECORD
        03 OLD-ACCT-NO      PIC 9(12)V9(3).
        03 OLD-TYPE-CODE    PIC 9(2).
        03 OLD-KIND-CODE    PIC 9(3).
        03 OLD-DESCRIPTION  PIC X(30).
        03 OLD-DATE-POSTED  PIC 9(8).
        03 OLD-BALANCE      PIC S9(11)V99.
      *    THE ACCOUNT MASTER IN THE CURRENT LAYOUT
       FD  NEW-MASTER
       01  NEW-MASTER-RECORD
        03 NEW-ACCT-NO      PIC 9(12)V9(3).
        03 NEW-TYPE-CODE    PIC 9(2).
        03 NEW-KIND-CODE    PIC 9(3).
        03 NEW-DESCRIPTION  PIC X(30).
        03 NEW-DATE-POSTED  PIC 9(8).
        03 NEW-BALANCE      PIC S9(11)V99.
        03 NEW-ACCT-STATUS  PIC X(1).
        03 NEW-DATE-CLOSED  PIC 9(8).
      *    INTERMEDIATE COPY -- OLD CONTENT IN THE NEW LAYOUT, KEPT
      *    IN KEY ORDER
       FD  WORK-FILE
       01  WORK-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  OLD-MASTER-STATUS PIC X(02) VALUE SPACES.
        88 OLD-MASTER-OK VALUE "00".
       01  NEW-MASTER-STATUS PIC X(02) VALUE SPACES.
       01  WORK-STATUS PIC X(02) VALUE SPACES.

       01  END-OF-FILE-SWITCH PIC 9 VALUE 0.
        88 END-OF-FILE VALUE 1.

       01  CONVERT-COUNTS.
        03 RECORDS-READ    PIC 9(6) VALUE 0.
        03 RECORDS-WRITTEN PIC 9(6) VALUE 0.

       01  CONFIRM-ANSWER PIC X(1).

       PROCEDURE DIVISION.
       MAINLINE SECTION.
           PERFORM INITIALIZE-PARA.
           PERFORM CONVERT-OUT-PARA UNTIL END-OF-FILE.
           PERFORM COPY-BACK-PARA.
           PERFORM TERMINATE-PARA.
           STOP RUN.

       INITIALIZE-PARA.
           DISPLAY "ACCOUNT MASTER CUTOVER CONVERSION".
           DISPLAY "RUN ONCE ONLY, BEFORE THE NEW PROGRAMS OPEN".
           DISPLAY "ACCTMAST.DAT.  A SECOND RUN CORRUPTS THE FILE.".
           DISPLAY "PROCEED? (Y/N)".
           MOVE SPACES TO CONFIRM-ANSWER.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               DISPLAY "NOTHING CONVERTED"
               STOP RUN
           END-IF.
           OPEN INPUT OLD-MASTER.
           IF NOT OLD-MASTER-OK
               DISPLAY "ACCTMAST.DAT NOT ON FILE - NOTHING TO CONVERT"
               STOP RUN
           END-IF.
           OPEN OUTPUT WORK-FILE.
           IF WORK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCTCNV.DAT: " WORK-STATUS
               DISPLAY "NOTHING CONVERTED"
               STOP RUN
           END-IF.
           PERFORM READ-OLD-PARA.

       READ-OLD-PARA.
           READ OLD-MASTER NEXT
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-READ
           END-READ.

      *****************************************************************
      * PASS 1 -- EVERY OLD ACCOUNT GOES TO THE WORK FILE IN THE NEW  *
      * LAYOUT, IN KEY ORDER.  NOTHING COULD BE CLOSED BEFORE THE     *
      * CUTOVER, SO EVERY ACCOUNT IS MARKED OPEN.                     *
      *****************************************************************
       CONVERT-OUT-PARA.
           MOVE OLD-ACCT-NO      TO NEW-ACCT-NO.
           MOVE OLD-TYPE-CODE    TO NEW-TYPE-CODE.
           MOVE OLD-KIND-CODE    TO NEW-KIND-CODE.
           MOVE OLD-DESCRIPTION  TO NEW-DESCRIPTION.
           MOVE OLD-DATE-POSTED  TO NEW-DATE-POSTED.
           MOVE OLD-BALANCE      TO NEW-BALANCE.
           MOVE "O"              TO NEW-ACCT-STATUS.
           MOVE ZEROS            TO NEW-DATE-CLOSED.
           WRITE WORK-RECORD FROM NEW-MASTER-RECORD.
           IF WORK-STATUS NOT = "00"
               DISPLAY "ERROR WRITING ACCTCNV.DAT: " WORK-STATUS
               DISPLAY "CONVERSION ABANDONED - ACCTMAST.DAT UNTOUCHED"
               STOP RUN
           END-IF.
           PERFORM READ-OLD-PARA.

      *****************************************************************
      * PASS 2 -- THE MASTER IS RECREATED FROM THE WORK FILE, WHICH   *
      * IS ALREADY IN KEY ORDER, AND IS NOW WHOLLY IN THE NEW LAYOUT. *
      *****************************************************************
       COPY-BACK-PARA.
           CLOSE OLD-MASTER WORK-FILE.
           MOVE 0 TO END-OF-FILE-SWITCH.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT NEW-MASTER.
           IF NEW-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCTMAST.DAT: " NEW-MASTER-STATUS
               DISPLAY "RELOAD ACCTMAST.DAT FROM ACCTCNV.DAT BY HAND"
               STOP RUN
           END-IF.
           PERFORM COPY-ONE-BACK-PARA UNTIL END-OF-FILE.
           CLOSE WORK-FILE NEW-MASTER.

       COPY-ONE-BACK-PARA.
           READ WORK-FILE
               AT END
                   MOVE 1 TO END-OF-FILE-SWITCH
               NOT AT END
                   WRITE NEW-MASTER-RECORD FROM WORK-RECORD
                   IF NEW-MASTER-STATUS NOT = "00"
                       DISPLAY "ERROR WRITING ACCTMAST.DAT: "
                           NEW-MASTER-STATUS
                       DISPLAY "RELOAD ACCTMAST.DAT FROM ACCTCNV.DAT"
                       STOP RUN
                   END-IF
                   ADD 1 TO RECORDS-WRITTEN
           END-READ.

       TERMINATE-PARA.
           DISPLAY "ACCOUNTS CONVERTED: " RECORDS-READ.
           DISPLAY "ACCOUNTS REWRITTEN: " RECORDS-WRITTEN.
           IF RECORDS-READ NOT = RECORDS-WRITTEN
               DISPLAY "COUNTS DISAGREE - CHECK ACCTCNV.DAT"
           ELSE
               DISPLAY "ACCTMAST.DAT IS NOW IN THE NEW LAYOUT"
           END-IF.
