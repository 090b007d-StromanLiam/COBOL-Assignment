       IDENTIFICATION DIVISION.
       program-id. Program2 as "AssignmentOne.Program2".
       AUTHOR. LIAM STROMAN.

      *advisor inquiry - an advisor keys a student ID and gets the
      *student back on one screen: name, program, advisor and
      *catalog year off the indexed Student.dat, the standing the
      *last full run left in History.dat, every attempt on the
      *indexed grades master in term order, and the requirements
      *still open as of that run (its Work.dat row). Nothing is
      *written - the masters are only ever changed by Program1's
      *batch modes. Keying 00000 ends the session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-STUDENT-FILE ASSIGN TO 'Student.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F01-STUDENT-ID
                                   FILE STATUS IS W01-STUDENT-STATUS.
           SELECT F02-GRADEMAST-FILE ASSIGN TO 'GradeMast.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS F02-GM-KEY
                                   FILE STATUS IS W01-GRADEMAST-STATUS.
           SELECT F03-HISTORY-FILE ASSIGN TO 'History.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W01-HISTORY-STATUS.
           SELECT F04-WORK-FILE ASSIGN TO 'Work.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W01-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *student master definition - same layout as Program1's
      *F07-STUDENT-FILE, keyed on student ID
       FD F01-STUDENT-FILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS F01-STUDENT-RECORD.
       01 F01-STUDENT-RECORD.
         05 F01-STUDENT-ID PIC 9(5).
         05 F01-STUDENT-NAME PIC X(20).
         05 F01-STUDENT-PROGRAM PIC X(5).
         05 F01-STUDENT-ADVISOR PIC X(3).
         05 F01-STUDENT-CAT-YEAR PIC X(4).

      *retained grades master definition - same layout and key as
      *Program1's F15-GRADEMAST-FILE: ID, term, course and the
      *sequence digit for a second attempt in one term
       FD F02-GRADEMAST-FILE
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS F02-GRADEMAST-RECORD.
       01 F02-GRADEMAST-RECORD.
         05 F02-GM-KEY.
           10 F02-GM-ID PIC 9(5).
           10 F02-GM-TERM PIC X(4).
           10 F02-GM-COURSE PIC X(7).
           10 F02-GM-SEQ PIC 9(1).
         05 F02-GM-GRADE PIC X(1).
         05 F02-GM-CREDIT PIC 9(1).

      *standing history definition - same layout as Program1's
      *F09-HISTORY-FILE, one record per student as of the last run
       FD F03-HISTORY-FILE
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS F03-HISTORY-RECORD.
       01 F03-HISTORY-RECORD.
         05 F03-HIST-ID PIC 9(5).
         05 F03-HIST-COMPLETE PIC 999.
         05 F03-HIST-REMAINING PIC 999.
         05 F03-HIST-GPA PIC X(4).
         05 F03-HIST-WARNING PIC X(1).
         05 F03-HIST-FLAG-RUNS PIC 99.
         05 F03-HIST-SAP-STATUS PIC X(1).
         05 F03-HIST-ABSENT-RUNS PIC 99.

      *work file definition - Program1's F06-WORK-FILE, one computed
      *row per student from the last full run. Only the ID and the
      *gap list are used here; the rest of the row is skipped over.
       FD F04-WORK-FILE
           RECORD CONTAINS 487 CHARACTERS
           DATA RECORD IS F04-WORK-RECORD.
       01 F04-WORK-RECORD.
         05 F04-PROGRAM PIC X(5).
         05 F04-REMAINING PIC 999.
         05 F04-ID PIC 9(5).
         05 FILLER PIC X(40).
         05 F04-GAP-OVERFLOW PIC X(1).
         05 FILLER PIC X(98).
         05 F04-GAP-COUNT PIC 99.
         05 F04-GAP-TABLE.
           10 F04-GAP-COURSE OCCURS 15 TIMES.
             15 F04-GAP-COURSE-CODE PIC X(7).
             15 F04-GAP-CREDIT PIC 9(1).
         05 FILLER PIC X(213).

       WORKING-STORAGE SECTION.
      *file status and session working storage
       01 W01-STUDENT-STATUS PIC X(2) VALUE '00'.
       01 W01-GRADEMAST-STATUS PIC X(2) VALUE '00'.
       01 W01-HISTORY-STATUS PIC X(2) VALUE '00'.
       01 W01-WORK-STATUS PIC X(2) VALUE '00'.
       01 W01-END-SWITCH PIC X(3) VALUE SPACES.
       01 W01-GRADEMAST-OPEN-SWITCH PIC X(3) VALUE SPACES.
       01 W01-RUN-DATE PIC 9(8) VALUE 0.
       01 W01-INQUIRY-ID PIC 9(5) VALUE 0.
       01 W01-MESSAGE PIC X(78) VALUE SPACES.

      *student master fields for the screen
       01 W02-NAME PIC X(20) VALUE SPACES.
       01 W02-PROGRAM PIC X(5) VALUE SPACES.
       01 W02-ADVISOR PIC X(3) VALUE SPACES.
       01 W02-CAT-YEAR PIC X(4) VALUE SPACES.
       01 W02-FOUND-SWITCH PIC X(3) VALUE SPACES.

      *standing from History.dat, built into one display line
       01 W03-MORE-HISTORY-SWITCH PIC X(2) VALUE SPACES.
       01 W03-FOUND-SWITCH PIC X(3) VALUE SPACES.
       01 W03-STANDING-TEXT PIC X(66) VALUE SPACES.
       01 W03-STANDING-LINE.
         05 FILLER PIC X(9) VALUE 'COMPLETE '.
         05 W03-SL-COMPLETE PIC ZZ9.
         05 FILLER PIC X(12) VALUE '% REMAINING '.
         05 W03-SL-REMAINING PIC ZZ9.
         05 FILLER PIC X(6) VALUE '% GPA '.
         05 W03-SL-GPA PIC X(4).
         05 FILLER PIC X(6) VALUE ' WARN '.
         05 W03-SL-WARNING PIC X(1).
         05 FILLER PIC X(11) VALUE ' FLAG RUNS '.
         05 W03-SL-FLAG-RUNS PIC Z9.
         05 FILLER PIC X(5) VALUE ' SAP '.
         05 W03-SL-SAP PIC X(1).

      *attempts off the grades master, three columns of twelve
      *filled down then across, so the terms read in order. 36 is
      *the most attempts Program1 gathers for one student.
       01 W04-MORE-ATTEMPTS-SWITCH PIC X(2) VALUE SPACES.
       01 W04-ATTEMPT-COUNT PIC 99 VALUE 0.
       01 W04-CELL-NUMBER PIC 99 VALUE 0.
       01 W04-ROW-INDEX PIC 99 VALUE 0.
       01 W04-COL-INDEX PIC 9 VALUE 0.
       01 W04-ROW-TABLE.
         05 W04-ROW OCCURS 12 TIMES.
           10 W04-CELL OCCURS 3 TIMES.
             15 W04-CELL-TERM PIC X(4).
             15 FILLER PIC X(1).
             15 W04-CELL-COURSE PIC X(7).
             15 FILLER PIC X(2).
             15 W04-CELL-GRADE PIC X(1).
             15 FILLER PIC X(2).
             15 W04-CELL-CREDIT PIC X(1).
             15 FILLER PIC X(8).

      *open requirements from the last full run's Work.dat row, eight
      *course codes to a screen line
       01 W05-MORE-WORK-SWITCH PIC X(2) VALUE SPACES.
       01 W05-FOUND-SWITCH PIC X(3) VALUE SPACES.
       01 W05-GAP-INDEX PIC 99 VALUE 0.
       01 W05-GAP-OVERFLOW PIC X(1) VALUE SPACES.
       01 W05-GAP-TEXT-TABLE.
         05 W05-GAP-TEXT-CELL OCCURS 16 TIMES.
           10 W05-GAP-TEXT-COURSE PIC X(7).
           10 FILLER PIC X(1).
       01 W05-GAP-LINES REDEFINES W05-GAP-TEXT-TABLE.
         05 W05-GAP-LINE-1 PIC X(64).
         05 W05-GAP-LINE-2 PIC X(64).

       SCREEN SECTION.
       01 S01-INQUIRY-SCREEN.
         05 BLANK SCREEN.
         05 LINE 1 COL 1 VALUE 'STUDENT INQUIRY'.
         05 LINE 1 COL 60 VALUE 'RUN DATE'.
         05 LINE 1 COL 69 PIC 9(8) FROM W01-RUN-DATE.
         05 LINE 3 COL 1 VALUE 'STUDENT ID:'.
         05 LINE 3 COL 13 PIC 9(5) USING W01-INQUIRY-ID.
         05 LINE 3 COL 20 VALUE '(00000 TO END)'.
         05 LINE 5 COL 1 VALUE 'NAME:'.
         05 LINE 5 COL 7 PIC X(20) FROM W02-NAME.
         05 LINE 5 COL 29 VALUE 'PROGRAM:'.
         05 LINE 5 COL 38 PIC X(5) FROM W02-PROGRAM.
         05 LINE 5 COL 45 VALUE 'ADVISOR:'.
         05 LINE 5 COL 54 PIC X(3) FROM W02-ADVISOR.
         05 LINE 5 COL 59 VALUE 'CAT YR:'.
         05 LINE 5 COL 67 PIC X(4) FROM W02-CAT-YEAR.
         05 LINE 7 COL 1 VALUE 'STANDING:'.
         05 LINE 7 COL 12 PIC X(66) FROM W03-STANDING-TEXT.
         05 LINE 9 COL 1 VALUE 'TERM COURSE  GR CR'.
         05 LINE 9 COL 27 VALUE 'TERM COURSE  GR CR'.
         05 LINE 9 COL 53 VALUE 'TERM COURSE  GR CR'.
         05 LINE 10 COL 1 PIC X(78) FROM W04-ROW(1).
         05 LINE 11 COL 1 PIC X(78) FROM W04-ROW(2).
         05 LINE 12 COL 1 PIC X(78) FROM W04-ROW(3).
         05 LINE 13 COL 1 PIC X(78) FROM W04-ROW(4).
         05 LINE 14 COL 1 PIC X(78) FROM W04-ROW(5).
         05 LINE 15 COL 1 PIC X(78) FROM W04-ROW(6).
         05 LINE 16 COL 1 PIC X(78) FROM W04-ROW(7).
         05 LINE 17 COL 1 PIC X(78) FROM W04-ROW(8).
         05 LINE 18 COL 1 PIC X(78) FROM W04-ROW(9).
         05 LINE 19 COL 1 PIC X(78) FROM W04-ROW(10).
         05 LINE 20 COL 1 PIC X(78) FROM W04-ROW(11).
         05 LINE 21 COL 1 PIC X(78) FROM W04-ROW(12).
         05 LINE 22 COL 1 VALUE 'OPEN GAPS:'.
         05 LINE 22 COL 12 PIC X(64) FROM W05-GAP-LINE-1.
         05 LINE 23 COL 12 PIC X(64) FROM W05-GAP-LINE-2.
         05 LINE 24 COL 1 PIC X(78) FROM W01-MESSAGE.

       PROCEDURE DIVISION.
      *main
      *the student master must be there to answer anything; the
      *grades master is opened alongside it and, if absent, the
      *screen simply says so for every student rather than refusing
      *the session. History.dat and Work.dat are line sequential and
      *are read afresh for each inquiry, so a batch run finishing
      *mid-session shows up on the next ID keyed.
           ACCEPT W01-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT F01-STUDENT-FILE
           IF W01-STUDENT-STATUS NOT = '00'
               DISPLAY 'STUDENT MASTER NOT AVAILABLE - STATUS '
                   W01-STUDENT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT F02-GRADEMAST-FILE
               IF W01-GRADEMAST-STATUS = '00'
                   MOVE 'YES' TO W01-GRADEMAST-OPEN-SWITCH
               END-IF

               MOVE 'ENTER A STUDENT ID' TO W01-MESSAGE
               PERFORM 100-PROCESS-ONE-INQUIRY
                   UNTIL W01-END-SWITCH = 'YES'

               CLOSE F01-STUDENT-FILE
               IF W01-GRADEMAST-OPEN-SWITCH = 'YES'
                   CLOSE F02-GRADEMAST-FILE
               END-IF
           END-IF

           STOP RUN.

      *100 process one inquiry paragraph
      *shows the screen with whatever the last inquiry found and
      *takes the next ID
       100-PROCESS-ONE-INQUIRY.
           DISPLAY S01-INQUIRY-SCREEN
           ACCEPT S01-INQUIRY-SCREEN

           IF W01-INQUIRY-ID = 0
               MOVE 'YES' TO W01-END-SWITCH
           ELSE
               PERFORM 110-CLEAR-SCREEN-FIELDS
               PERFORM 200-READ-STUDENT
               IF W02-FOUND-SWITCH = 'YES'
                   PERFORM 300-FIND-STANDING
                   PERFORM 400-LOAD-ATTEMPTS
                   PERFORM 500-FIND-GAPS
               END-IF
           END-IF.

      *110 clear screen fields paragraph
       110-CLEAR-SCREEN-FIELDS.
           MOVE SPACES TO W02-NAME
           MOVE SPACES TO W02-PROGRAM
           MOVE SPACES TO W02-ADVISOR
           MOVE SPACES TO W02-CAT-YEAR
           MOVE SPACES TO W03-STANDING-TEXT
           MOVE SPACES TO W04-ROW-TABLE
           MOVE SPACES TO W05-GAP-TEXT-TABLE
           MOVE SPACES TO W01-MESSAGE.

      *200 read student paragraph
       200-READ-STUDENT.
           MOVE W01-INQUIRY-ID TO F01-STUDENT-ID
           READ F01-STUDENT-FILE
               INVALID KEY
                   MOVE 'NO' TO W02-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W02-FOUND-SWITCH
           END-READ

           IF W02-FOUND-SWITCH = 'YES'
               MOVE F01-STUDENT-NAME TO W02-NAME
               MOVE F01-STUDENT-PROGRAM TO W02-PROGRAM
               MOVE F01-STUDENT-ADVISOR TO W02-ADVISOR
               MOVE F01-STUDENT-CAT-YEAR TO W02-CAT-YEAR
               MOVE 'ENTER NEXT STUDENT ID' TO W01-MESSAGE
           ELSE
               STRING 'STUDENT ' DELIMITED BY SIZE
                   W01-INQUIRY-ID DELIMITED BY SIZE
                   ' NOT ON THE STUDENT MASTER' DELIMITED BY SIZE
                INTO W01-MESSAGE
               END-STRING
           END-IF.

      *300 find standing paragraph
      *History.dat is rewritten whole by every full run, so it is
      *scanned rather than kept open
       300-FIND-STANDING.
           MOVE SPACES TO W03-FOUND-SWITCH
           OPEN INPUT F03-HISTORY-FILE
           IF W01-HISTORY-STATUS = '00'
               MOVE SPACES TO W03-MORE-HISTORY-SWITCH
               PERFORM 310-READ-HISTORY-RECORD
                   UNTIL W03-MORE-HISTORY-SWITCH = 'NO'
               CLOSE F03-HISTORY-FILE
           END-IF

           IF W03-FOUND-SWITCH NOT = 'YES'
               MOVE 'NO STANDING ON FILE - NOT YET EVALUATED'
                   TO W03-STANDING-TEXT
           END-IF.

      *310 read history record paragraph
       310-READ-HISTORY-RECORD.
           READ F03-HISTORY-FILE
               AT END MOVE 'NO' TO W03-MORE-HISTORY-SWITCH
           END-READ

           IF W03-MORE-HISTORY-SWITCH NOT = 'NO'
               IF F03-HIST-ID = W01-INQUIRY-ID
                   MOVE 'YES' TO W03-FOUND-SWITCH
                   MOVE 'NO' TO W03-MORE-HISTORY-SWITCH
                   MOVE F03-HIST-COMPLETE TO W03-SL-COMPLETE
                   MOVE F03-HIST-REMAINING TO W03-SL-REMAINING
                   MOVE F03-HIST-GPA TO W03-SL-GPA
                   MOVE F03-HIST-WARNING TO W03-SL-WARNING
                   MOVE F03-HIST-FLAG-RUNS TO W03-SL-FLAG-RUNS
                   MOVE F03-HIST-SAP-STATUS TO W03-SL-SAP
                   MOVE W03-STANDING-LINE TO W03-STANDING-TEXT
               END-IF
           END-IF.

      *400 load attempts paragraph
      *positions on the student's first key (the lowest term) and
      *reads forward until the ID changes
       400-LOAD-ATTEMPTS.
           MOVE 0 TO W04-ATTEMPT-COUNT
           IF W01-GRADEMAST-OPEN-SWITCH NOT = 'YES'
               MOVE 'GRADES MASTER NOT AVAILABLE' TO W01-MESSAGE
           ELSE
               MOVE LOW-VALUES TO F02-GM-KEY
               MOVE W01-INQUIRY-ID TO F02-GM-ID
               MOVE SPACES TO W04-MORE-ATTEMPTS-SWITCH
               START F02-GRADEMAST-FILE KEY IS NOT < F02-GM-KEY
                   INVALID KEY
                       MOVE 'NO' TO W04-MORE-ATTEMPTS-SWITCH
               END-START
               PERFORM 410-READ-ONE-ATTEMPT
                   UNTIL W04-MORE-ATTEMPTS-SWITCH = 'NO'

               IF W04-ATTEMPT-COUNT = 0
                   MOVE 'NO ATTEMPTS ON THE GRADES MASTER'
                       TO W01-MESSAGE
               END-IF
               IF W04-ATTEMPT-COUNT > 36
                   MOVE 'MORE THAN 36 ATTEMPTS - FIRST 36 SHOWN'
                       TO W01-MESSAGE
               END-IF
           END-IF.

      *410 read one attempt paragraph
       410-READ-ONE-ATTEMPT.
           READ F02-GRADEMAST-FILE NEXT RECORD
               AT END MOVE 'NO' TO W04-MORE-ATTEMPTS-SWITCH
           END-READ

           IF W04-MORE-ATTEMPTS-SWITCH NOT = 'NO'
               IF F02-GM-ID NOT = W01-INQUIRY-ID
                   MOVE 'NO' TO W04-MORE-ATTEMPTS-SWITCH
               ELSE
                   ADD 1 TO W04-ATTEMPT-COUNT
                   IF W04-ATTEMPT-COUNT NOT > 36
                       PERFORM 420-PLACE-ONE-ATTEMPT
                   END-IF
               END-IF
           END-IF.

      *420 place one attempt paragraph
      *attempt n goes down column 1 for the first twelve, then
      *column 2, then column 3
       420-PLACE-ONE-ATTEMPT.
           MOVE W04-ATTEMPT-COUNT TO W04-CELL-NUMBER
           SUBTRACT 1 FROM W04-CELL-NUMBER
           DIVIDE W04-CELL-NUMBER BY 12
               GIVING W04-COL-INDEX REMAINDER W04-ROW-INDEX
           ADD 1 TO W04-COL-INDEX
           ADD 1 TO W04-ROW-INDEX
           MOVE F02-GM-TERM TO
               W04-CELL-TERM(W04-ROW-INDEX, W04-COL-INDEX)
           MOVE F02-GM-COURSE TO
               W04-CELL-COURSE(W04-ROW-INDEX, W04-COL-INDEX)
           MOVE F02-GM-GRADE TO
               W04-CELL-GRADE(W04-ROW-INDEX, W04-COL-INDEX)
           MOVE F02-GM-CREDIT TO
               W04-CELL-CREDIT(W04-ROW-INDEX, W04-COL-INDEX).

      *500 find gaps paragraph
      *the open requirements are the gap list the last full run
      *worked out - substitutions, equivalences and catalog year all
      *applied - so the screen never disagrees with Report.dat
       500-FIND-GAPS.
           MOVE SPACES TO W05-FOUND-SWITCH
           OPEN INPUT F04-WORK-FILE
           IF W01-WORK-STATUS = '00'
               MOVE SPACES TO W05-MORE-WORK-SWITCH
               PERFORM 510-READ-WORK-RECORD
                   UNTIL W05-MORE-WORK-SWITCH = 'NO'
               CLOSE F04-WORK-FILE
           END-IF

           IF W05-FOUND-SWITCH NOT = 'YES'
               MOVE 'NOT IN THE LAST FULL RUN' TO W05-GAP-LINE-1
           ELSE
               IF W05-GAP-INDEX = 0
                   MOVE 'NONE' TO W05-GAP-LINE-1
               END-IF
               IF W05-GAP-OVERFLOW = 'Y'
                   MOVE '*GAP LIST TRUNCATED* - SEE REPORT.DAT'
                       TO W01-MESSAGE
               END-IF
           END-IF.

      *510 read work record paragraph
       510-READ-WORK-RECORD.
           READ F04-WORK-FILE
               AT END MOVE 'NO' TO W05-MORE-WORK-SWITCH
           END-READ

           IF W05-MORE-WORK-SWITCH NOT = 'NO'
               IF F04-ID = W01-INQUIRY-ID
                   MOVE 'YES' TO W05-FOUND-SWITCH
                   MOVE 'NO' TO W05-MORE-WORK-SWITCH
                   MOVE F04-GAP-OVERFLOW TO W05-GAP-OVERFLOW
                   MOVE 0 TO W05-GAP-INDEX
                   PERFORM 520-COPY-ONE-GAP
                       UNTIL W05-GAP-INDEX NOT < F04-GAP-COUNT
                          OR W05-GAP-INDEX = 15
               END-IF
           END-IF.

      *520 copy one gap paragraph
       520-COPY-ONE-GAP.
           ADD 1 TO W05-GAP-INDEX
           MOVE F04-GAP-COURSE-CODE(W05-GAP-INDEX)
               TO W05-GAP-TEXT-COURSE(W05-GAP-INDEX).

       END PROGRAM Program2.
