           SELECT F06-WORK-FILE ASSIGN TO 'Work.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F07-STUDENT-FILE ASSIGN TO 'Student.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS F07-STUDENT-ID
                                   FILE STATUS IS W09-STUDENT-STATUS.
           SELECT F08-REQUIRE-FILE ASSIGN TO 'Require.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
           SELECT F14-DETAIL-FILE ASSIGN TO 'Detail.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F15-GRADEMAST-FILE ASSIGN TO 'GradeMast.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS F15-GM-KEY
                                   FILE STATUS IS W17-GRADEMAST-STATUS.
           SELECT F16-GRADENEW-FILE ASSIGN TO 'GradeNew.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS F16-GN-KEY.
           SELECT F17-TRANS-FILE ASSIGN TO 'Trans.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W17-TRANS-STATUS.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W20-PREREQ-STATUS.
           SELECT F27-CERTIFY-FILE ASSIGN TO 'Certify.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W39-CERTIFY-STATUS.
           SELECT F28-STUTRANS-FILE ASSIGN TO 'StuTrans.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W24-STUTRANS-STATUS.
           SELECT F29-STUNEW-FILE ASSIGN TO 'StuNew.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS F29-SN-ID.
           SELECT F30-RECONCILE-FILE ASSIGN TO 'Reconcile.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W25-RECONCILE-STATUS.
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F32-PLAN-FILE ASSIGN TO 'Plan.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F33-CATALOG-FILE ASSIGN TO 'Catalog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W30-CATALOG-STATUS.
           SELECT F34-SUBSTITUTE-FILE ASSIGN TO 'Substitute.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W31-SUBST-STATUS.
           SELECT F35-SAP-FILE ASSIGN TO 'SAP.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W33-SAP-STATUS.
           SELECT F36-DEANS-FILE ASSIGN TO 'DeansList.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W34-DEANS-STATUS.
           SELECT F37-WHATIF-FILE ASSIGN TO 'WhatIf.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W35-WHATIF-STATUS.
           SELECT F38-WHATIF-REPORT ASSIGN TO 'WhatIfRpt.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F39-DIST-REPORT ASSIGN TO 'GradeDist.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F40-JOURNAL-FILE ASSIGN TO 'Journal.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W37-JOURNAL-STATUS.
           SELECT F41-BACKOUT-FILE ASSIGN TO 'Backout.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W37-BACKOUT-STATUS.
           SELECT F42-CALENDAR-FILE ASSIGN TO 'Calendar.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W38-CALENDAR-STATUS.
           SELECT F43-LAPSE-TRANS-FILE ASSIGN TO 'LapseTrans.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F44-LAPSE-NOTICE-FILE ASSIGN TO 'LapseNotice.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F45-ARCHIVE-REQ-FILE ASSIGN TO 'Archive.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W39-ARCREQ-STATUS.
           SELECT F46-STU-ARCHIVE-FILE ASSIGN TO 'StuArch.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W39-STUARCH-STATUS.
           SELECT F47-GRADE-ARCHIVE-FILE ASSIGN TO 'GradeArch.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W39-GRADEARCH-STATUS.
           SELECT F48-HIST-ARCHIVE-FILE ASSIGN TO 'HistArch.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W39-HISTARCH-STATUS.
           SELECT F49-ARCHIVE-REPORT-FILE ASSIGN TO 'ArchRpt.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT S01-SORT-FILE ASSIGN TO 'SortWork.tmp'.
           SELECT S02-DIST-SORT-FILE ASSIGN TO 'DistSort.tmp'.

       DATA DIVISION.
       FILE SECTION.
      *comment on 300-PROCESS-RECORDS for why this has to be a
      *separate file from the SORT's own work area.
       FD F06-WORK-FILE
           RECORD CONTAINS 487 CHARACTERS
           DATA RECORD IS F06-WORK-RECORD.
       01 F06-WORK-RECORD.
         05 F06-PROGRAM PIC X(5).
           10 F06-REPEAT-COURSE OCCURS 6 TIMES.
             15 F06-REPEAT-COURSE-CODE PIC X(7).
             15 F06-REPEAT-GRADE PIC X(1).
         05 F06-SUBST-COUNT PIC 99.
         05 F06-SUBST-TABLE.
           10 F06-SUBST-ENTRY OCCURS 6 TIMES.
             15 F06-SUBST-REQUIRED PIC X(7).
             15 F06-SUBST-USED PIC X(7).
             15 F06-SUBST-TYPE PIC X(1).
             15 F06-SUBST-APPROVER PIC X(3).
             15 F06-SUBST-DATE PIC X(8).
         05 F06-CATALOG-YEAR PIC X(4).
         05 F06-SAP-STATUS PIC X(1).

      *student master file definition - one record per enrolled
      *student (ID, name, declared program, advisor code, catalog
      *year), loaded
      *into W09-STUDENT-TABLE by 110-LOAD-STUDENT-MASTER so the
      *report can show a name and program instead of leaving the
      *registrar to cross-reference five-digit IDs against a printed
      *roster by hand. The catalog year is the curriculum edition
      *the student is held to; blank means no edition was recorded.
       FD F07-STUDENT-FILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS F07-STUDENT-RECORD.
       01 F07-STUDENT-RECORD.
         05 F07-STUDENT-ID PIC 9(5).
         05 F07-STUDENT-NAME PIC X(20).
         05 F07-STUDENT-PROGRAM PIC X(5).
         05 F07-STUDENT-ADVISOR PIC X(3).
         05 F07-STUDENT-CAT-YEAR PIC X(4).

      *curriculum requirements file definition - one record per
      *required course of a program (program code, course code,
      *credit hours, catalog year), loaded into W10-REQUIRE-TABLE by
      *115-LOAD-REQUIREMENTS so 322-APPLY-REQUIREMENTS can measure a
      *student against what the curriculum actually demands instead
      *of against whatever courses happen to be on their own grade
      *records. Each program carries one requirement set per catalog
      *year it was revised in; a blank year is the set in force
      *before catalog years were kept.
       FD F08-REQUIRE-FILE
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS F08-REQUIRE-RECORD.
       01 F08-REQUIRE-RECORD.
         05 F08-REQ-PROGRAM PIC X(5).
         05 F08-REQ-COURSE PIC X(7).
         05 F08-REQ-CREDIT PIC 9(1).
         05 F08-REQ-CAT-YEAR PIC X(4).

      *results history master definition - one record per student
      *carrying the percent complete/remaining, GPA, and warning
      *has been flagged, so the standing can escalate run over run
      *(WARNING, then PROBATION, then SUSPENSION REVIEW) instead of
      *an analyst diffing Changes.dat outputs to catch second-time
      *offenders by hand. F09-HIST-SAP-STATUS is the financial-aid
      *SAP status the run assigned (M meeting, W FA warning, S FA
      *suspension, T max timeframe exceeded) - a second failing run
      *after a warning is a suspension, so the last one must be kept.
      *F09-HIST-ABSENT-RUNS counts the consecutive full runs whose
      *extract did not carry the student - their last standing is
      *carried forward rather than dropped, so the archive rules can
      *tell a student who has been gone for months from one who
      *missed a single night's file. Zero for everyone evaluated.
       FD F09-HISTORY-FILE
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS F09-HISTORY-RECORD.
       01 F09-HISTORY-RECORD.
         05 F09-HIST-ID PIC 9(5).
         05 F09-HIST-GPA PIC X(4).
         05 F09-HIST-WARNING PIC X(1).
         05 F09-HIST-FLAG-RUNS PIC 99.
         05 F09-HIST-SAP-STATUS PIC X(1).
         05 F09-HIST-ABSENT-RUNS PIC 99.

      *history side file definition - this run's standings land here
      *during the output pass and are copied over History.dat by
      *401-SWAP-HISTORY-MASTER only once the run has finished, the
      *same old/new pattern the grades master uses
       FD F23-HISTNEW-FILE
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS F23-HISTNEW-RECORD.
       01 F23-HISTNEW-RECORD.
         05 F23-HN-ID PIC 9(5).
         05 F23-HN-GPA PIC X(4).
         05 F23-HN-WARNING PIC X(1).
         05 F23-HN-FLAG-RUNS PIC 99.
         05 F23-HN-SAP-STATUS PIC X(1).
         05 F23-HN-ABSENT-RUNS PIC 99.

      *change report definition - one line per student whose standing
      *moved since the last run (GPA drop, new academic warning,
         05 F11-PARAM-FILTER-FIELDS REDEFINES F11-PARAM-VALUE.
           10 F11-PARAM-FILTER PIC X(5).
           10 FILLER PIC X(25).
         05 F11-PARAM-YEAR-FIELDS REDEFINES F11-PARAM-VALUE.
           10 F11-PARAM-YEAR PIC 9(4).
           10 FILLER PIC X(26).

      *reject file definition - one record per CodingAsst.dat record
      *the front-end edit pass (150-EDIT-INPUT-FILE) refused, the
      *DU duplicate ID within a source  OC orphaned continuation
      *NC non-numeric credit hours     BC blank course with a grade
      *BT non-numeric term code        BH bad header record
      *DS student sent by two sources   UC course not in catalog
      *CH credit hours disagree with the catalog
      *TC term code not in the academic calendar
       FD F13-REJECT-FILE
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS F13-REJECT-RECORD.
      *reads this file and writes the updated copy to
      *F16-GRADENEW-FILE - operations swaps GradeNew.dat in as the
      *next GradeMast.dat once the corrections are accepted.
      *Indexed on student ID, term and course, so the inquiry screen
      *reads one student's attempts directly, term by term; the
      *sequence digit tells apart two attempts at one course in one
      *term (1 for the first, as gathered). Batch passes still read
      *it start to finish in key order, a student's attempts
      *together.
       FD F15-GRADEMAST-FILE
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS F15-GRADEMAST-RECORD.
       01 F15-GRADEMAST-RECORD.
         05 F15-GM-KEY.
           10 F15-GM-ID PIC 9(5).
           10 F15-GM-TERM PIC X(4).
           10 F15-GM-COURSE PIC X(7).
           10 F15-GM-SEQ PIC 9(1).
         05 F15-GM-GRADE PIC X(1).
         05 F15-GM-CREDIT PIC 9(1).

      *updated grades master written by transaction mode - same
      *layout and key as F15-GRADEMAST-FILE
       FD F16-GRADENEW-FILE
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS F16-GRADENEW-RECORD.
       01 F16-GRADENEW-RECORD.
         05 F16-GN-KEY.
           10 F16-GN-ID PIC 9(5).
           10 F16-GN-TERM PIC X(4).
           10 F16-GN-COURSE PIC X(7).
           10 F16-GN-SEQ PIC 9(1).
         05 F16-GN-GRADE PIC X(1).
         05 F16-GN-CREDIT PIC 9(1).

      *grade-change transaction file definition - a non-empty
      *Trans.dat at startup switches the whole run to transaction
      *mode: A adds a course to a student, C changes the grade and
      *credit on a student's course, D deletes a student's course.
      *Applied against the retained grades master so a one-grade
      *correction no longer waits on a full re-extract. Every line
      *names who asked for it (requester/authorization code), which
      *rides into Journal.dat with the change.
       FD F17-TRANS-FILE
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS F17-TRANS-RECORD.
       01 F17-TRANS-RECORD.
         05 F17-TRN-ACTION PIC X(1).
         05 F17-TRN-GRADE PIC X(1).
         05 F17-TRN-CREDIT PIC 9(1).
         05 F17-TRN-TERM PIC X(4).
         05 F17-TRN-REQUESTER PIC X(8).

      *corrected report definition - one report-style line per
      *student a transaction touched, re-evaluated through the same
      *subset runs and its restart still finds exactly the state it
      *left. Same byte layout as F06-WORK-RECORD.
       FD F24-SUBSET-WORK-FILE
           RECORD CONTAINS 487 CHARACTERS
           DATA RECORD IS F24-SUBSET-WORK-RECORD.
       01 F24-SUBSET-WORK-RECORD PIC X(487).

      *course prerequisite rules file definition - one record per
      *course/prerequisite pair (a course with several prerequisites
      *non-empty StuTrans.dat (when there are no grade transactions)
      *switches the run to student maintenance mode: A adds a
      *student, C changes name/advisor, P changes the declared
      *program (and moves the student to the current catalog year).
      *Applied against Student.dat with the same old/new
      *swap the grades master uses, so the master stops being hand-
      *edited in a text editor - which is how the blank-name records
      *got in. Like a grade transaction, every line carries the
      *requester/authorization code that goes into Journal.dat.
       FD F28-STUTRANS-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS F28-STUTRANS-RECORD.
       01 F28-STUTRANS-RECORD.
         05 F28-STU-ACTION PIC X(1).
         05 F28-STU-NAME PIC X(20).
         05 F28-STU-PROGRAM PIC X(5).
         05 F28-STU-ADVISOR PIC X(3).
         05 F28-STU-REQUESTER PIC X(8).

      *updated student master written by student maintenance mode -
      *same layout as F07-STUDENT-FILE; operations swaps StuNew.dat
      *in as the next Student.dat once the changes are accepted
       FD F29-STUNEW-FILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS F29-STUNEW-RECORD.
       01 F29-STUNEW-RECORD.
         05 F29-SN-ID PIC 9(5).
         05 F29-SN-NAME PIC X(20).
         05 F29-SN-PROGRAM PIC X(5).
         05 F29-SN-ADVISOR PIC X(3).
         05 F29-SN-CAT-YEAR PIC X(4).

      *reconciliation trigger file definition - a non-empty
      *Reconcile.dat (and no pending transactions) switches the run

      *registration-plan extract definition - machine-readable,
      *comma-delimited: one line per recommended next-term course
      *per student (its catalog title in the last column), built
      *from the gap table up to the MAXLOAD
      *credit-hour load from Params.dat, skipping courses still
      *blocked behind an unmet prerequisite. A student whose gap
      *list hit the 15-entry cap gets a *GAP LIST TRUNCATED* line
      *outstanding incomplete grades). Written by
      *345-CERTIFY-CANDIDATE during the compute pass of a full run,
      *so the registrar starts from a machine-checked list instead
      *of re-verifying every candidate off Report.dat by hand. A PASS
      *line also carries the Latin honors the student earned (CUM
      *LAUDE, MAGNA CUM LAUDE, SUMMA CUM LAUDE), if any.
       FD F27-CERTIFY-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS F27-CERTIFY-RECORD.
       01 F27-CERTIFY-RECORD.
         05 F27-OUTPUT-LINE PIC X(90).
      *the same line read back by archive mode - the ID sits after
      *'ID=' and the verdict after the name
       01 F27-CERTIFY-VIEW.
         05 PIC X(3).
         05 F27-CV-ID PIC X(5).
         05 PIC X(23).
         05 F27-CV-VERDICT PIC X(4).
         05 PIC X(55).

      *advisor caseload report definition - one section per advisor
      *code listing their assigned students (percent remaining, GPA,
       01 F25-ADVISOR-RECORD.
         05 F25-OUTPUT-LINE PIC X(90).

      *course catalog master definition - one record per course the
      *institution offers: the course code, its title, the official
      *credit hours, the owning department, and whether the course
      *is still active or has been retired. Loaded whole into
      *W30-CATALOG-TABLE by 170-LOAD-CATALOG at startup so the edit
      *pass can refuse unknown courses and off-catalog credit hours,
      *the requirement and transaction loads can refuse unknown or
      *retired courses, and every course a report names can carry
      *its title instead of leaving advisors to look up each code in
      *the printed catalog.
       FD F33-CATALOG-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS F33-CATALOG-RECORD.
       01 F33-CATALOG-RECORD.
         05 F33-CAT-COURSE PIC X(7).
         05 F33-CAT-TITLE PIC X(30).
         05 F33-CAT-CREDIT PIC 9(1).
         05 F33-CAT-DEPT PIC X(4).
         05 F33-CAT-STATUS PIC X(1).
           88 F33-CAT-ACTIVE VALUE 'A'.
           88 F33-CAT-RETIRED VALUE 'R'.

      *course substitution rules file definition - two kinds of line.
      *E is a catalog-wide equivalence: a renumbered course (old
      *code) and the code that replaced it, honored in both
      *directions for every student. S is a substitution approved
      *for one student alone: the student ID, the required course,
      *the course used in its place, the approver's code, and the
      *approval date. Loaded into W31-SUBST-RULE-TABLE by
      *176-LOAD-SUBSTITUTIONS so 322-APPLY-REQUIREMENTS can honor
      *them instead of evaluators hand-adjusting Report.dat off a
      *paper list every term.
       FD F34-SUBSTITUTE-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS F34-SUBSTITUTE-RECORD.
       01 F34-SUBSTITUTE-RECORD.
         05 F34-SUB-TYPE PIC X(1).
           88 F34-IS-EQUIVALENCE VALUE 'E'.
           88 F34-IS-STUDENT-SUB VALUE 'S'.
         05 F34-SUB-ID PIC 9(5).
         05 F34-SUB-REQUIRED PIC X(7).
         05 F34-SUB-USED PIC X(7).
         05 F34-SUB-APPROVER PIC X(3).
         05 F34-SUB-DATE PIC X(8).

      *equivalence view of the same record - no student, no
      *approval, just the old code and the code that replaced it
       01 F34-EQUIVALENCE-VIEW REDEFINES F34-SUBSTITUTE-RECORD.
         05 FILLER PIC X(6).
         05 F34-EQ-NEW-COURSE PIC X(7).
         05 F34-EQ-OLD-COURSE PIC X(7).
         05 FILLER PIC X(11).

      *financial-aid SAP extract definition - one record per student
      *evaluated in a full run, written by 802-WRITE-SAP-EXTRACT
      *during the compute pass: cumulative GPA, credit hours
      *attempted (every attempt - withdrawals, failures and repeated
      *courses included) and earned, pace as a whole percent, the
      *maximum-timeframe ceiling in hours (zero when the program has
      *no requirement data to measure it by), and the SAP status
      *code and text. The aid system loads it as it stands, in place
      *of the spreadsheet rebuilt from Report.csv each term.
       FD F35-SAP-FILE
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS F35-SAP-RECORD.
       01 F35-SAP-RECORD.
         05 F35-SAP-ID PIC 9(5).
         05 F35-SAP-PROGRAM PIC X(5).
         05 F35-SAP-TERM PIC X(4).
         05 F35-SAP-GPA PIC X(4).
         05 F35-SAP-ATTEMPTED PIC 999.
         05 F35-SAP-EARNED PIC 999.
         05 F35-SAP-PACE PIC 999.
         05 F35-SAP-MAX-HOURS PIC 9(4).
         05 F35-SAP-STATUS PIC X(1).
         05 FILLER PIC X(2).
         05 F35-SAP-STATUS-TEXT PIC X(22).

      *Dean's List extract definition - one record per student who
      *made the list in their current term: term GPA and graded
      *hours at or above the Params.dat minimums, with no incomplete
      *or failing grade in the term. Written by 810-CHECK-DEANS-LIST
      *during a full run's compute pass, so the registrar stops
      *building the list by hand from Report.csv.
       FD F36-DEANS-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F36-DEANS-RECORD.
       01 F36-DEANS-RECORD.
         05 F36-DL-TERM PIC X(4).
         05 F36-DL-ID PIC 9(5).
         05 F36-DL-NAME PIC X(20).
         05 F36-DL-PROGRAM PIC X(5).
         05 F36-DL-TERM-GPA PIC X(4).
         05 F36-DL-GRADED-HOURS PIC 999.

      *what-if request file definition - a non-empty WhatIf.dat
      *switches the run to what-if mode, the way Request.dat
      *switches on request mode. A P line names a student and the
      *program an advisor wants them measured against instead of
      *their declared one; an A line names a student and one
      *hypothetical attempt (course, grade, credit hours, and a term
      *- blank means NEXT, ranking after every real term). A student
      *may have a P line, A lines, or both; each student's lines
      *together are one scenario.
       FD F37-WHATIF-FILE
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS F37-WHATIF-RECORD.
       01 F37-WHATIF-RECORD.
         05 F37-WI-TYPE PIC X(1).
           88 F37-WI-IS-PROGRAM VALUE 'P'.
           88 F37-WI-IS-ATTEMPT VALUE 'A'.
         05 F37-WI-ID PIC 9(5).
         05 F37-WI-PROGRAM PIC X(5).
         05 FILLER PIC X(13).

      *attempt view of the same record
       01 F37-WHATIF-ATTEMPT REDEFINES F37-WHATIF-RECORD.
         05 FILLER PIC X(6).
         05 F37-WI-COURSE PIC X(7).
         05 F37-WI-GRADE PIC X(1).
         05 F37-WI-CREDIT PIC 9(1).
         05 F37-WI-TERM PIC X(4).
         05 FILLER PIC X(5).

      *what-if report definition - per requested student, the
      *scenario asked about, then the student's ACTUAL standing and
      *the PROJECTED standing under the scenario side by side, with
      *the requirements still open under the projection. Nothing
      *else is written by a what-if run: no master, no history, and
      *none of the nightly deliverables is even opened.
       FD F38-WHATIF-REPORT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F38-WHATIF-RECORD.
       01 F38-WHATIF-RECORD.
         05 F38-OUTPUT-LINE PIC X(132).

      *grade distribution report definition - one line per course
      *and term off the freshly rebuilt grades master: attempts, a
      *count under each grade code in the grade table, average grade
      *points and the D/F/W rate, with a line for the course over all
      *its terms. Any line whose DFW rate is over the Params.dat
      *DFWLIMIT carries a flag for the course-review meetings.
       FD F39-DIST-REPORT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F39-DIST-RECORD.
       01 F39-DIST-RECORD.
         05 F39-OUTPUT-LINE PIC X(132).

      *master change journal definition - permanent, appended to by
      *every run that changes a master (grade transactions, student
      *maintenance, and backout itself) and never truncated. One
      *entry per changed record: the batch that changed it, when,
      *for whom, and the record as it was (BEFORE) and as it became
      *(AFTER). An add has no BEFORE, a delete no AFTER. A grades
      *master image is the attempt as ID, course, grade, credit hours
      *and term (W37-BEFORE-GRADE), a student master image the
      *37-byte Student.dat record. A backout entry names
      *the batch it reversed in F40-JNL-REVERSES.
       FD F40-JOURNAL-FILE
           RECORD CONTAINS 135 CHARACTERS
           DATA RECORD IS F40-JOURNAL-RECORD.
       01 F40-JOURNAL-RECORD.
         05 F40-JNL-BATCH-ID PIC X(15).
         05 F40-JNL-STAMP PIC X(16).
         05 F40-JNL-MASTER PIC X(1).
           88 F40-JNL-GRADES-MASTER VALUE 'G'.
           88 F40-JNL-STUDENT-MASTER VALUE 'S'.
         05 F40-JNL-ACTION PIC X(1).
         05 F40-JNL-REQUESTER PIC X(8).
         05 F40-JNL-ID PIC 9(5).
         05 F40-JNL-REVERSES PIC X(15).
         05 F40-JNL-BEFORE PIC X(37).
         05 F40-JNL-AFTER PIC X(37).

      *backout request file definition - a Backout.dat naming a
      *journal batch ID (and the requester/authorization code the
      *backout itself is journaled under) switches the run to
      *backout mode: exactly that batch's changes are reversed
      *against the current masters, written to GradeNew.dat or
      *StuNew.dat for operations to swap in as usual.
       FD F41-BACKOUT-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS F41-BACKOUT-RECORD.
       01 F41-BACKOUT-RECORD.
         05 F41-BKO-BATCH-ID PIC X(15).
         05 F41-BKO-REQUESTER PIC X(8).

      *academic calendar definition - one record per term code: the
      *term's first and last day and the date by which an incomplete
      *(I) earned in that term must be resolved before it lapses to
      *an F. Dates are YYYYMMDD. The edit pass refuses any term code
      *the calendar does not carry.
       FD F42-CALENDAR-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS F42-CALENDAR-RECORD.
       01 F42-CALENDAR-RECORD.
         05 F42-CAL-TERM PIC X(4).
         05 F42-CAL-START PIC 9(8).
         05 F42-CAL-END PIC 9(8).
         05 F42-CAL-DEADLINE PIC 9(8).

      *lapse transaction file definition - the incompletes a full run
      *found past their calendar deadline, written as C transactions
      *changing the I to an F, laid out exactly as Trans.dat so
      *operations can hand the file to the next transaction run
      *unchanged. Every line carries requester LAPSE.
       FD F43-LAPSE-TRANS-FILE
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS F43-LAPSE-TRANS-RECORD.
       01 F43-LAPSE-TRANS-RECORD.
         05 F43-LPS-ACTION PIC X(1).
         05 F43-LPS-ID PIC 9(5).
         05 F43-LPS-COURSE PIC X(7).
         05 F43-LPS-GRADE PIC X(1).
         05 F43-LPS-CREDIT PIC 9(1).
         05 F43-LPS-TERM PIC X(4).
         05 F43-LPS-REQUESTER PIC X(8).

      *lapse notice definition - the advisors' list of incompletes
      *still open that will lapse within the LAPSEWARN window (30
      *days unless Params.dat says otherwise), advisor code first so
      *the list can be split by caseload
       FD F44-LAPSE-NOTICE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F44-LAPSE-NOTICE-RECORD.
       01 F44-LAPSE-NOTICE-RECORD.
         05 F44-OUTPUT-LINE PIC X(80).

      *archive request file definition - a non-empty Archive.dat
      *switches the run to archive mode. A line runs the retention
      *rules over the whole student body; R names one archived
      *student to bring back onto the masters (a re-enrollment).
      *Every line names who asked for it, like the other master
      *change files.
       FD F45-ARCHIVE-REQ-FILE
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS F45-ARCHIVE-REQ-RECORD.
       01 F45-ARCHIVE-REQ-RECORD.
         05 F45-ARQ-ACTION PIC X(1).
           88 F45-ARQ-IS-SWEEP VALUE 'A'.
           88 F45-ARQ-IS-RESTORE VALUE 'R'.
         05 F45-ARQ-ID PIC 9(5).
         05 F45-ARQ-REQUESTER PIC X(8).

      *student archive definition - every student record archive
      *mode takes off the student master, stamped with the date,
      *the retention rule that took it (GR certified graduate, AB
      *absent from the extract) and the archive batch. The file
      *only ever grows; a restore takes the newest batch on file for
      *the student.
       FD F46-STU-ARCHIVE-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F46-STU-ARCHIVE-RECORD.
       01 F46-STU-ARCHIVE-RECORD.
         05 F46-SA-DATE PIC 9(8).
         05 F46-SA-REASON PIC X(2).
         05 F46-SA-BATCH PIC X(15).
         05 F46-SA-STUDENT.
           10 F46-SA-ID PIC 9(5).
           10 F46-SA-NAME PIC X(20).
           10 F46-SA-PROGRAM PIC X(5).
           10 F46-SA-ADVISOR PIC X(3).
           10 F46-SA-CAT-YEAR PIC X(4).

      *grades archive definition - the archived students' grades
      *master attempts, same stamp, then the attempt exactly as the
      *grades master held it
       FD F47-GRADE-ARCHIVE-FILE
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS F47-GRADE-ARCHIVE-RECORD.
       01 F47-GRADE-ARCHIVE-RECORD.
         05 F47-GA-DATE PIC 9(8).
         05 F47-GA-REASON PIC X(2).
         05 F47-GA-BATCH PIC X(15).
         05 F47-GA-ATTEMPT.
           10 F47-GA-ID PIC 9(5).
           10 F47-GA-TERM PIC X(4).
           10 F47-GA-COURSE PIC X(7).
           10 F47-GA-SEQ PIC 9(1).
           10 F47-GA-GRADE PIC X(1).
           10 F47-GA-CREDIT PIC 9(1).

      *history archive definition - the archived students' last
      *standing, same stamp, then the History.dat record
       FD F48-HIST-ARCHIVE-FILE
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS F48-HIST-ARCHIVE-RECORD.
       01 F48-HIST-ARCHIVE-RECORD.
         05 F48-HA-DATE PIC 9(8).
         05 F48-HA-REASON PIC X(2).
         05 F48-HA-BATCH PIC X(15).
         05 F48-HA-HISTORY.
           10 F48-HA-ID PIC 9(5).
           10 PIC X(16).

      *archive control report definition - one line per student
      *archived or restored and per refused request, with the rules
      *in force on the heading and the counts on the trailer
       FD F49-ARCHIVE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F49-ARCHIVE-REPORT-RECORD.
       01 F49-ARCHIVE-REPORT-RECORD.
         05 F49-OUTPUT-LINE PIC X(100).

      *sort work file definition - holds the same computed fields as
      *F06-WORK-FILE, one record per student, so the final report can
      *be produced in descending order of percent remaining instead
           10 S01-REPEAT-COURSE OCCURS 6 TIMES.
             15 S01-REPEAT-COURSE-CODE PIC X(7).
             15 S01-REPEAT-GRADE PIC X(1).
         05 S01-SUBST-COUNT PIC 99.
         05 S01-SUBST-TABLE.
           10 S01-SUBST-ENTRY OCCURS 6 TIMES.
             15 S01-SUBST-REQUIRED PIC X(7).
             15 S01-SUBST-USED PIC X(7).
             15 S01-SUBST-TYPE PIC X(1).
             15 S01-SUBST-APPROVER PIC X(3).
             15 S01-SUBST-DATE PIC X(8).
         05 S01-CATALOG-YEAR PIC X(4).
         05 S01-SAP-STATUS PIC X(1).

      *grade distribution sort file - the grades master's own
      *layout, sorted course then term (USING F15-GRADEMAST-FILE) so
      *900-WRITE-GRADE-DISTRIBUTION can total it with control breaks
      *instead of holding every course in a table
       SD S02-DIST-SORT-FILE.
       01 S02-DIST-SORT-RECORD.
         05 S02-ID PIC 9(5).
         05 S02-TERM PIC X(4).
         05 S02-COURSE PIC X(7).
         05 S02-SEQ PIC 9(1).
         05 S02-GRADE PIC X(1).
         05 S02-CREDIT PIC 9(1).

       WORKING-STORAGE SECTION.
       01 W01-TITLE-LINE.
         05 PIC X(3) VALUE 'GPA'.
         05 PIC X(3) VALUE SPACES.
         05 PIC X(8) VALUE 'TERM GPA'.
         05 PIC X(20) VALUE SPACES.
         05 PIC X(6) VALUE 'CAT YR'.

       01 W02-COURSE PIC X(7).
       01 W02-GRADE PIC X(1).
         05 W02-GAP-COURSE OCCURS 15 TIMES.
           10 W02-GAP-COURSE-CODE PIC X(7) VALUE SPACES.
           10 W02-GAP-CREDIT PIC 9(1) VALUE 0.

      *requirements the current student met through a substitution
      *rule rather than the exact course, built by
      *301-FIND-SUBSTITUTION - the requirement, the course that met
      *it, the kind of rule (E equivalence, S student-specific), and
      *for a student rule who approved it and when - so the report
      *and transcript can say which substitution satisfied which
      *requirement. Capped at 6 entries; every substitution still
      *counts, the list just stops there.
       01 W02-SUBST-COUNT PIC 99 VALUE 0.
       01 W02-SUBST-TABLE.
         05 W02-SUBST-ENTRY OCCURS 6 TIMES.
           10 W02-SUBST-REQUIRED PIC X(7) VALUE SPACES.
           10 W02-SUBST-USED PIC X(7) VALUE SPACES.
           10 W02-SUBST-TYPE PIC X(1) VALUE SPACES.
           10 W02-SUBST-APPROVER PIC X(3) VALUE SPACES.
           10 W02-SUBST-DATE PIC X(8) VALUE SPACES.

      *the catalog year whose requirement set 322-APPLY-REQUIREMENTS
      *actually measured the current student against
       01 W02-CATALOG-YEAR PIC X(4) VALUE SPACES.
       01 W02-QUALITY-VALUE PIC 9(1).
       01 W02-GRADE-POINTS PIC 9(2).
       01 W02-GPA-HOURS PIC 999 VALUE 0.
       01 W15-HOLD-SEEN-ID PIC 9(5) VALUE 0.
       01 W15-HOLD-SEEN-SOURCE PIC 99 VALUE 0.

      *a history ID looked up against the seen table once the edit
      *pass is over - see 168-FIND-SEEN-HIST-ID
       01 W15-LOOKUP-SEEN-ID PIC 9(5) VALUE 0.

      *ordinal positions of the rejected records, consulted by the
      *main pass's physical read so rejects never reach the
      *evaluation. Capped at 200 - a file that bad forces the no-go
           10 W17-TRN-GRADE PIC X(1).
           10 W17-TRN-CREDIT PIC 9(1).
           10 W17-TRN-TERM PIC X(4).
           10 W17-TRN-REQUESTER PIC X(8).
           10 W17-TRN-APPLIED PIC X(1).
       01 W17-TRANS-INDEX PIC 9(3) VALUE 0.

      *main pass uses on CodingAsst.dat
       01 W17-MORE-MASTER-SWITCH PIC X(2) VALUE SPACES.
       01 W17-MASTER-BUFFERED-SWITCH PIC X(3) VALUE SPACES.
       01 W17-HELD-MASTER PIC X(19) VALUE SPACES.
       01 W17-STUDENT-AFFECTED-SWITCH PIC X(3) VALUE SPACES.

      *set when transaction mode cannot read GradeMast.dat at all -
       01 W17-MASTER-MISSING-SWITCH PIC X(3) VALUE SPACES.
       01 W17-ATT-INDEX PIC 99 VALUE 0.
       01 W17-KEEP-INDEX PIC 99 VALUE 0.

      *the grades master key's sequence digit for the attempt at
      *W17-ATT-INDEX - one more than the earlier attempts in the
      *table at the same course in the same term
       01 W17-ATT-SEQ PIC 99 VALUE 0.
       01 W17-SEQ-INDEX PIC 99 VALUE 0.
       01 W17-CHANGE-INDEX PIC 99 VALUE 0.

      *request mode working storage - Request.dat loaded whole by
         05 W21-GAP-TABLE PIC X(120).
         05 W21-REPEAT-COUNT PIC 99.
         05 W21-REPEAT-TABLE PIC X(48).
         05 W21-SUBST-COUNT PIC 99.
         05 W21-SUBST-TABLE PIC X(156).
         05 W21-CATALOG-YEAR PIC X(4).
         05 W21-SAP-STATUS PIC X(1).

      *audit log and return-code working storage - the run's vital
      *signs, accumulated wherever they happen and written to
      *downstream distribution stops instead of mailing a report
      *built from a bad extract.
       01 W19-START-DATE PIC 9(8) VALUE 0.
       01 W19-START-DATE-FIELDS REDEFINES W19-START-DATE.
         05 W19-START-YEAR PIC X(4).
         05 FILLER PIC X(4).
       01 W19-START-TIME PIC 9(8) VALUE 0.
       01 W19-START-TIME-FIELDS REDEFINES W19-START-TIME.
         05 W19-START-HHMMSS PIC X(6).
         05 FILLER PIC X(2).
       01 W19-END-DATE PIC 9(8) VALUE 0.
       01 W19-END-TIME PIC 9(8) VALUE 0.
       01 W19-EXCEPTION-COUNT PIC 9(5) VALUE 0.
           10 W09-TABLE-NAME PIC X(20).
           10 W09-TABLE-PROGRAM PIC X(5).
           10 W09-TABLE-ADVISOR PIC X(3).
           10 W09-TABLE-CAT-YEAR PIC X(4).
       01 W09-STUDENT-INDEX PIC 9(4) VALUE 0.
       01 W09-SEARCH-LO PIC 9(4) VALUE 0.
       01 W09-SEARCH-HI PIC 9(4) VALUE 0.
         05 W09-HOLD-NAME PIC X(20).
         05 W09-HOLD-PROGRAM PIC X(5).
         05 W09-HOLD-ADVISOR PIC X(3).
         05 W09-HOLD-CAT-YEAR PIC X(4).

      *lookup interface for 364-FIND-STUDENT-MASTER - callers set
      *W09-LOOKUP-ID and get back the found switch plus the name and
       01 W09-LOOKUP-NAME PIC X(20) VALUE SPACES.
       01 W09-LOOKUP-PROGRAM PIC X(5) VALUE SPACES.
       01 W09-LOOKUP-ADVISOR PIC X(3) VALUE SPACES.
       01 W09-LOOKUP-CAT-YEAR PIC X(4) VALUE SPACES.

      *curriculum requirements working storage - Require.dat loaded
      *whole into this table by 115-LOAD-REQUIREMENTS at startup. A
           10 W10-REQ-PROGRAM PIC X(5).
           10 W10-REQ-COURSE PIC X(7).
           10 W10-REQ-CREDIT PIC 9(1).
           10 W10-REQ-CAT-YEAR PIC X(4).
       01 W10-REQUIRE-INDEX PIC 9(4) VALUE 0.
       01 W10-REQ-TOTAL-CREDITS PIC 999 VALUE 0.
       01 W10-GAP-CREDITS PIC 999 VALUE 0.
       01 W10-REQ-REFUSED-SWITCH PIC X(3) VALUE SPACES.

      *student maintenance mode working storage - StuTrans.dat is
      *loaded whole by 141-LOAD-STUDENT-TRANS before the run decides
           10 W24-STR-NAME PIC X(20).
           10 W24-STR-PROGRAM PIC X(5).
           10 W24-STR-ADVISOR PIC X(3).
           10 W24-STR-REQUESTER PIC X(8).
           10 W24-STR-APPLIED PIC X(1).
           10 W24-STR-BEFORE PIC X(37).
           10 W24-STR-AFTER PIC X(37).
       01 W24-STUTRANS-INDEX PIC 9(3) VALUE 0.

      *set when student maintenance mode cannot read Student.dat at
           10 W12-TABLE-HIST-GPA PIC X(4).
           10 W12-TABLE-HIST-WARNING PIC X(1).
           10 W12-TABLE-HIST-FLAG-RUNS PIC 99.
           10 W12-TABLE-HIST-SAP-STATUS PIC X(1).
           10 W12-TABLE-HIST-ABSENT-RUNS PIC 99.
       01 W12-HISTORY-INDEX PIC 9(4) VALUE 0.
       01 W12-SEARCH-LO PIC 9(4) VALUE 0.
       01 W12-SEARCH-HI PIC 9(4) VALUE 0.
         05 W12-HOLD-GPA PIC X(4).
         05 W12-HOLD-WARNING PIC X(1).
         05 W12-HOLD-FLAG-RUNS PIC 99.
         05 W12-HOLD-SAP-STATUS PIC X(1).
         05 W12-HOLD-ABSENT-RUNS PIC 99.

      *lookup interface for 374-FIND-HISTORY-ENTRY - callers set
      *W12-LOOKUP-ID and get back the prior-run standing (found
       01 W12-PRIOR-GPA PIC X(4) VALUE SPACES.
       01 W12-PRIOR-WARNING PIC X(1) VALUE SPACES.
       01 W12-PRIOR-FLAG-RUNS PIC 99 VALUE 0.
       01 W12-PRIOR-SAP-STATUS PIC X(1) VALUE SPACES.

      *run-date/record-count header read from CodingAsst.dat by
      *107-READ-HEADER-RECORD, before any student records are read
       01 W22-SEC-WARNED PIC 9(4) VALUE 0.
       01 W22-SEC-NEW PIC 9(4) VALUE 0.

      *course catalog working storage - Catalog.dat loaded whole into
      *this table by 170-LOAD-CATALOG at startup, kept in course-code
      *order by 172-PLACE-CATALOG-ENTRY so 174-FIND-CATALOG-ENTRY can
      *halve its way to a course. A missing or empty catalog is not
      *fatal - nothing is refused against it and titles print blank,
      *exactly the behavior before the catalog existed. Filling the
      *table is a hard, audited stop like every other loader.
       01 W30-CATALOG-STATUS PIC X(2) VALUE '00'.
       01 W30-MORE-CATALOG-SWITCH PIC X(2) VALUE SPACES.
       01 W30-CATALOG-COUNT PIC 9(4) VALUE 0.
       01 W30-CATALOG-TABLE.
         05 W30-CATALOG-ENTRY OCCURS 1000 TIMES.
           10 W30-TABLE-COURSE PIC X(7).
           10 W30-TABLE-TITLE PIC X(30).
           10 W30-TABLE-CREDIT PIC 9(1).
           10 W30-TABLE-DEPT PIC X(4).
           10 W30-TABLE-STATUS PIC X(1).
       01 W30-SEARCH-LO PIC 9(4) VALUE 0.
       01 W30-SEARCH-HI PIC 9(4) VALUE 0.
       01 W30-SEARCH-MID PIC 9(4) VALUE 0.
       01 W30-PLACE-INDEX PIC 9(4) VALUE 0.

      *entry being placed into the sorted catalog table
       01 W30-HOLD-ENTRY.
         05 W30-HOLD-COURSE PIC X(7).
         05 W30-HOLD-TITLE PIC X(30).
         05 W30-HOLD-CREDIT PIC 9(1).
         05 W30-HOLD-DEPT PIC X(4).
         05 W30-HOLD-STATUS PIC X(1).

      *lookup interface for 174-FIND-CATALOG-ENTRY - callers set
      *W30-LOOKUP-COURSE and get back the found switch plus the
      *catalog's title, credit hours, department, and status (title
      *spaces when the course is not in the catalog)
       01 W30-LOOKUP-COURSE PIC X(7) VALUE SPACES.
       01 W30-FOUND-SWITCH PIC X(3) VALUE SPACES.
       01 W30-LOOKUP-TITLE PIC X(30) VALUE SPACES.
       01 W30-LOOKUP-CREDIT PIC 9(1) VALUE 0.
       01 W30-LOOKUP-DEPT PIC X(4) VALUE SPACES.
       01 W30-LOOKUP-STATUS PIC X(1) VALUE SPACES.
         88 W30-LOOKUP-RETIRED VALUE 'R'.

      *why a requirement line or a grade transaction was refused
      *against the catalog, for its exception line
       01 W30-REFUSE-TEXT PIC X(14) VALUE SPACES.

      *course substitution working storage - Substitute.dat loaded
      *whole into this table by 176-LOAD-SUBSTITUTIONS at startup.
      *An equivalence keeps its new code in the REQUIRED slot and
      *its old code in the USED slot. A missing or empty file is not
      *fatal - requirements are then met by the exact course alone,
      *as they always were. Filling the table is a hard, audited
      *stop like every other loader.
       01 W31-SUBST-STATUS PIC X(2) VALUE '00'.
       01 W31-MORE-SUBST-SWITCH PIC X(2) VALUE SPACES.
       01 W31-SUBST-COUNT PIC 9(4) VALUE 0.
       01 W31-SUBST-RULE-TABLE.
         05 W31-SUBST-RULE OCCURS 500 TIMES.
           10 W31-RULE-TYPE PIC X(1).
           10 W31-RULE-ID PIC 9(5).
           10 W31-RULE-REQUIRED PIC X(7).
           10 W31-RULE-USED PIC X(7).
           10 W31-RULE-APPROVER PIC X(3).
           10 W31-RULE-DATE PIC X(8).
       01 W31-SUBST-INDEX PIC 9(4) VALUE 0.
       01 W31-SUBST-FOUND-SWITCH PIC X(3) VALUE SPACES.

      *the requirement being matched and the course a rule would
      *have met it with, for 354-CHECK-ONE-SUBSTITUTION
       01 W31-REQ-LOOKUP PIC X(7) VALUE SPACES.
       01 W31-USED-COURSE PIC X(7) VALUE SPACES.

      *print scratch for the substitution lines on Report.dat and
      *Detail.dat - see 389-SET-SUBST-TEXT
       01 W31-PRINT-INDEX PIC 99 VALUE 0.
       01 W31-PRINT-TYPE PIC X(1) VALUE SPACES.
       01 W31-PRINT-APPROVER PIC X(3) VALUE SPACES.
       01 W31-PRINT-DATE PIC X(8) VALUE SPACES.
       01 W31-SUBST-TEXT PIC X(40) VALUE SPACES.

      *catalog-year working storage - the current catalog year
      *(CATYEAR in Params.dat, else the year the run started) is the
      *edition a program change in student maintenance assigns. The
      *rest is 205-SELECT-CATALOG-YEAR's scratch: a student is
      *measured against the newest requirement set of their program
      *not later than their own catalog year, or the oldest set the
      *program has when every set is later than that.
       01 W32-CURRENT-CAT-YEAR PIC X(4) VALUE SPACES.
       01 W32-YEAR-LIMIT PIC X(4) VALUE SPACES.
       01 W32-BEST-YEAR PIC X(4) VALUE SPACES.
       01 W32-BEST-SWITCH PIC X(3) VALUE SPACES.
       01 W32-OLDEST-YEAR PIC X(4) VALUE SPACES.
       01 W32-OLDEST-SWITCH PIC X(3) VALUE SPACES.
       01 W32-SET-FOUND-SWITCH PIC X(3) VALUE SPACES.

      *Satisfactory Academic Progress working storage - the aid
      *thresholds, movable from Params.dat (SAPGPA carries the
      *minimum cumulative GPA times 100, SAPPACE the minimum pace
      *percent, SAPMAXTF the timeframe ceiling as a percent of the
      *program's required hours), and the figures 800-EVALUATE-SAP
      *builds for the student in hand. The attempted and earned
      *hours start from the raw tallies 320-CALCULATE-PERCENTAGES
      *saves before it turns them into percentages.
       01 W33-SAP-STATUS PIC X(2) VALUE '00'.
       01 W33-SAP-MIN-GPA PIC 9V99 VALUE 2.00.
       01 W33-SAP-MIN-EDIT PIC 9.99.
       01 W33-SAP-MIN-PACE PIC 999 VALUE 067.
       01 W33-SAP-MAX-PCT PIC 999 VALUE 150.
       01 W33-SAP-ATTEMPTED PIC 999 VALUE 0.
       01 W33-SAP-EARNED PIC 999 VALUE 0.
       01 W33-SAP-PACE PIC 999 VALUE 0.
       01 W33-SAP-MAX-HOURS PIC 9(4) VALUE 0.
       01 W33-SAP-INDEX PIC 99 VALUE 0.
       01 W33-SAP-CODE PIC X(1) VALUE SPACES.
         88 W33-SAP-MEETING VALUE 'M'.
         88 W33-SAP-WARNING VALUE 'W'.
         88 W33-SAP-SUSPENSION VALUE 'S'.
         88 W33-SAP-TIMEFRAME VALUE 'T'.
       01 W33-SAP-TEXT PIC X(22) VALUE SPACES.
       01 W33-SAP-FAIL-SWITCH PIC X(3) VALUE SPACES.

      *Dean's List and graduation honors working storage - all of
      *it movable from Params.dat: DLGPA/DLHOURS are the Dean's List
      *term GPA (times 100) and graded-hours minimums; HONCUM,
      *HONMAGNA and HONSUMMA the cumulative GPA bands (times 100)
      *for the three Latin honors; HONHOURS the resident hours -
      *earned here, not transferred in - a graduate needs before any
      *honors are awarded at all.
       01 W34-DEANS-STATUS PIC X(2) VALUE '00'.
       01 W34-DL-MIN-GPA PIC 9V99 VALUE 3.50.
       01 W34-DL-MIN-HOURS PIC 999 VALUE 012.
       01 W34-CUM-GPA PIC 9V99 VALUE 3.50.
       01 W34-MAGNA-GPA PIC 9V99 VALUE 3.70.
       01 W34-SUMMA-GPA PIC 9V99 VALUE 3.90.
       01 W34-HON-MIN-HOURS PIC 999 VALUE 060.
       01 W34-ECHO-EDIT-1 PIC 9.99.
       01 W34-ECHO-EDIT-2 PIC 9.99.
       01 W34-ECHO-EDIT-3 PIC 9.99.
       01 W34-ECHO-EDIT-4 PIC 9.99.
       01 W34-DL-INDEX PIC 99 VALUE 0.
       01 W34-DL-BAR-SWITCH PIC X(3) VALUE SPACES.
       01 W34-TRANSFER-HOURS PIC 999 VALUE 0.
       01 W34-RESIDENT-HOURS PIC 999 VALUE 0.
       01 W34-HONORS-TEXT PIC X(15) VALUE SPACES.

      *what-if working storage - WhatIf.dat loaded whole into this
      *table by 180-LOAD-WHATIF-REQUESTS before the run picks its
      *mode. W35-WI-DONE is Y once the line's student has been
      *evaluated and X when the line was refused at load. The ACT
      *fields hold the student's actual standing while the projected
      *one is computed over the same W02 fields.
       01 W35-WHATIF-STATUS PIC X(2) VALUE '00'.
       01 W35-MORE-WHATIF-SWITCH PIC X(2) VALUE SPACES.
       01 W35-WHATIF-MODE-SWITCH PIC X(3) VALUE SPACES.
       01 W35-WHATIF-COUNT PIC 9(3) VALUE 0.
       01 W35-WHATIF-DROPPED PIC 9(5) VALUE 0.
       01 W35-WHATIF-TABLE.
         05 W35-WI-LINE OCCURS 200 TIMES.
           10 W35-WI-TYPE PIC X(1).
           10 W35-WI-ID PIC X(5).
           10 W35-WI-PROGRAM PIC X(5).
           10 W35-WI-COURSE PIC X(7).
           10 W35-WI-GRADE PIC X(1).
           10 W35-WI-CREDIT PIC 9(1).
           10 W35-WI-TERM PIC X(4).
           10 W35-WI-DONE PIC X(1).
       01 W35-WHATIF-INDEX PIC 9(3) VALUE 0.
       01 W35-SCAN-INDEX PIC 9(3) VALUE 0.
       01 W35-CUR-ID PIC X(5) VALUE SPACES.
       01 W35-ALT-PROGRAM PIC X(5) VALUE SPACES.
       01 W35-HYPO-COUNT PIC 99 VALUE 0.
       01 W35-SAVE-PROGRAM PIC X(5) VALUE SPACES.
       01 W35-SAVE-CAT-YEAR PIC X(4) VALUE SPACES.
       01 W35-PROJECTED-SWITCH PIC X(3) VALUE SPACES.
       01 W35-STUDENT-COUNT PIC 9(3) VALUE 0.

       01 W35-ACT-PROGRAM PIC X(5) VALUE SPACES.
       01 W35-ACT-CAT-YEAR PIC X(4) VALUE SPACES.
       01 W35-ACT-COMPLETE PIC 999 VALUE 0.
       01 W35-ACT-REMAINING PIC 999 VALUE 0.
       01 W35-ACT-GPA PIC X(4) VALUE SPACES.
       01 W35-ACT-TERM-GPA PIC X(4) VALUE SPACES.
       01 W35-ACT-WARNING PIC X(17) VALUE SPACES.

      *one standing row on the report, filled from the ACT fields or
      *from the projection before 866-WRITE-WHATIF-ROW prints it
       01 W35-ROW-LABEL PIC X(12) VALUE SPACES.
       01 W35-ROW-PROGRAM PIC X(5) VALUE SPACES.
       01 W35-ROW-CAT-YEAR PIC X(4) VALUE SPACES.
       01 W35-ROW-COMPLETE PIC 999 VALUE 0.
       01 W35-ROW-REMAINING PIC 999 VALUE 0.
       01 W35-ROW-GPA PIC X(4) VALUE SPACES.
       01 W35-ROW-TERM-GPA PIC X(4) VALUE SPACES.
       01 W35-ROW-WARNING PIC X(17) VALUE SPACES.

      *grade distribution working storage - 900-909. The group and
      *course figures share one layout so either can be moved whole
      *into the row figures that 908-WRITE-DIST-ROW prints. A grade
      *the grade table does not know counts under OTHER; D, F and W
      *count toward the DFW rate whether or not they are configured.
       01 W36-DFW-LIMIT PIC 999 VALUE 030.
       01 W36-DIST-REMAINS-SWITCH PIC X(2) VALUE SPACES.
       01 W36-CUR-COURSE PIC X(7) VALUE SPACES.
       01 W36-CUR-TERM PIC X(4) VALUE SPACES.
       01 W36-ROW-COURSE PIC X(7) VALUE SPACES.
       01 W36-ROW-TERM PIC X(9) VALUE SPACES.
       01 W36-ROW-OVER-SWITCH PIC X(3) VALUE SPACES.
       01 W36-CELL-INDEX PIC 99 VALUE 0.
       01 W36-COURSE-LINES PIC 9(4) VALUE 0.
       01 W36-TERM-LINES PIC 9(4) VALUE 0.
       01 W36-COURSE-FLAGS PIC 9(4) VALUE 0.
       01 W36-TERM-FLAGS PIC 9(4) VALUE 0.
       01 W36-AVG-POINTS PIC 9V99 VALUE 0.
       01 W36-DFW-RATE PIC 999 VALUE 0.
       01 W36-CALC-INTERMEDIATE PIC 9(7) VALUE 0.

       01 W36-GROUP-FIGURES.
         05 W36-GRP-ATTEMPTS PIC 9(5).
         05 W36-GRP-OTHER PIC 9(4).
         05 W36-GRP-DFW PIC 9(5).
         05 W36-GRP-POINTS PIC 9(6).
         05 W36-GRP-GPA-COUNT PIC 9(5).
         05 W36-GRP-GRADE-N PIC 9(4) OCCURS 10 TIMES.
       01 W36-COURSE-FIGURES.
         05 W36-CRS-ATTEMPTS PIC 9(5).
         05 W36-CRS-OTHER PIC 9(4).
         05 W36-CRS-DFW PIC 9(5).
         05 W36-CRS-POINTS PIC 9(6).
         05 W36-CRS-GPA-COUNT PIC 9(5).
         05 W36-CRS-GRADE-N PIC 9(4) OCCURS 10 TIMES.
       01 W36-ROW-FIGURES.
         05 W36-ROW-ATTEMPTS PIC 9(5).
         05 W36-ROW-OTHER PIC 9(4).
         05 W36-ROW-DFW PIC 9(5).
         05 W36-ROW-POINTS PIC 9(6).
         05 W36-ROW-GPA-COUNT PIC 9(5).
         05 W36-ROW-GRADE-N PIC 9(4) OCCURS 10 TIMES.

       01 W36-DIST-HEADING.
         05 PIC X(7) VALUE 'COURSE'.
         05 PIC X(2) VALUE SPACES.
         05 PIC X(9) VALUE 'TERM'.
         05 PIC X(5) VALUE '  ATT'.
         05 W36-HD-CELLS VALUE SPACES.
           10 W36-HD-CELL OCCURS 10 TIMES.
             15 PIC X(4).
             15 W36-HD-CODE PIC X(1).
         05 PIC X(6) VALUE ' OTHER'.
         05 PIC X(9) VALUE '  AVG PTS'.
         05 PIC X(9) VALUE '  DFW PCT'.

       01 W36-DIST-LINE.
         05 W36-DL-COURSE PIC X(7).
         05 PIC X(2).
         05 W36-DL-TERM PIC X(9).
         05 W36-DL-ATTEMPTS PIC ZZZZ9.
         05 W36-DL-CELL OCCURS 10 TIMES.
           10 PIC X(1).
           10 W36-DL-COUNT PIC ZZZ9.
         05 PIC X(2).
         05 W36-DL-OTHER PIC ZZZ9.
         05 PIC X(5).
         05 W36-DL-AVG PIC 9.99.
         05 PIC X(6).
         05 W36-DL-DFW PIC ZZ9.
         05 PIC X(2).
         05 W36-DL-FLAG PIC X(20).

      *change journal and backout working storage - 540-549 write
      *the journal, 650-699 run a backout. The batch ID is the mode
      *letter (G grades, S student, B backout) followed by the run
      *start date and time, so it is unique per run and sorts in run
      *order. Images are staged in W37-BEFORE-IMAGE/W37-AFTER-IMAGE;
      *their grade views are the journal's own attempt layout, kept
      *apart from the keyed grades master record so entries already
      *on the journal stay readable.
       01 W37-JOURNAL-STATUS PIC X(2) VALUE '00'.
       01 W37-BACKOUT-STATUS PIC X(2) VALUE '00'.
       01 W37-MORE-JOURNAL-SWITCH PIC X(2) VALUE SPACES.
       01 W37-BACKOUT-MODE-SWITCH PIC X(3) VALUE SPACES.
       01 W37-BACKOUT-REFUSED-SWITCH PIC X(3) VALUE SPACES.
       01 W37-BACKOUT-BATCH PIC X(15) VALUE SPACES.
       01 W37-BACKOUT-REQUESTER PIC X(8) VALUE SPACES.
       01 W37-BATCH-TYPE PIC X(1) VALUE SPACES.
       01 W37-BATCH-ID PIC X(15) VALUE SPACES.
       01 W37-RUN-STAMP PIC X(16) VALUE SPACES.
       01 W37-JOURNAL-COUNT PIC 9(5) VALUE 0.

       01 W37-JNL-MASTER PIC X(1) VALUE SPACES.
       01 W37-JNL-ACTION PIC X(1) VALUE SPACES.
       01 W37-JNL-REQUESTER PIC X(8) VALUE SPACES.
       01 W37-JNL-ID PIC 9(5) VALUE 0.
       01 W37-JNL-REVERSES PIC X(15) VALUE SPACES.
       01 W37-BEFORE-IMAGE PIC X(37) VALUE SPACES.
       01 W37-BEFORE-GRADE REDEFINES W37-BEFORE-IMAGE.
         05 W37-BG-ID PIC 9(5).
         05 W37-BG-COURSE PIC X(7).
         05 W37-BG-GRADE PIC X(1).
         05 W37-BG-CREDIT PIC 9(1).
         05 W37-BG-TERM PIC X(4).
         05 FILLER PIC X(19).
       01 W37-AFTER-IMAGE PIC X(37) VALUE SPACES.
       01 W37-AFTER-GRADE REDEFINES W37-AFTER-IMAGE.
         05 W37-AG-ID PIC 9(5).
         05 W37-AG-COURSE PIC X(7).
         05 W37-AG-GRADE PIC X(1).
         05 W37-AG-CREDIT PIC 9(1).
         05 W37-AG-TERM PIC X(4).
         05 FILLER PIC X(19).

      *the batch being backed out, gathered from the journal by
      *652-LOAD-BACKOUT-BATCH. W37-BKO-DONE is Y once the entry has
      *been reversed; one left blank (or C, a deleted attempt the
      *master carries again) could not be, because the record no
      *longer looks the way the batch left it.
       01 W37-ALREADY-SWITCH PIC X(3) VALUE SPACES.
       01 W37-BKO-MASTER PIC X(1) VALUE SPACES.
       01 W37-BKO-COUNT PIC 9(4) VALUE 0.
       01 W37-BKO-TABLE.
         05 W37-BKO-ENTRY OCCURS 1000 TIMES.
           10 W37-BKO-ACTION PIC X(1).
           10 W37-BKO-ID PIC 9(5).
           10 W37-BKO-BEFORE PIC X(37).
           10 W37-BKO-AFTER PIC X(37).
           10 W37-BKO-DONE PIC X(1).
       01 W37-BKO-INDEX PIC 9(4) VALUE 0.
       01 W37-SCAN-INDEX PIC 9(4) VALUE 0.
       01 W37-MATCH-INDEX PIC 99 VALUE 0.
       01 W37-MASTER-ATT-COUNT PIC 99 VALUE 0.
       01 W37-PRESENT-SWITCH PIC X(3) VALUE SPACES.
       01 W37-REVERSED-COUNT PIC 9(4) VALUE 0.
       01 W37-CONFLICT-COUNT PIC 9(4) VALUE 0.

      *academic calendar and incomplete lapse working storage - the
      *calendar table is loaded by 183-LOAD-CALENDAR ahead of the
      *edit pass; 950-989 run the lapse check in the compute pass.
      *W38-NOTICE-LIMIT is the run date moved forward LAPSEWARN days
      *by 952-SET-NOTICE-LIMIT, month by month off the days table.
       01 W38-CALENDAR-STATUS PIC X(2) VALUE '00'.
       01 W38-MORE-CALENDAR-SWITCH PIC X(2) VALUE SPACES.
       01 W38-CAL-COUNT PIC 999 VALUE 0.
       01 W38-CAL-TABLE.
         05 W38-CAL-ENTRY OCCURS 200 TIMES.
           10 W38-CAL-TERM PIC X(4).
           10 W38-CAL-START PIC 9(8).
           10 W38-CAL-END PIC 9(8).
           10 W38-CAL-DEADLINE PIC 9(8).
       01 W38-CAL-INDEX PIC 999 VALUE 0.
       01 W38-CAL-FOUND-SWITCH PIC X(3) VALUE SPACES.
       01 W38-LOOKUP-TERM PIC X(4) VALUE SPACES.
       01 W38-FOUND-DEADLINE PIC 9(8) VALUE 0.
       01 W38-NOTICE-DAYS PIC 999 VALUE 030.
       01 W38-NOTICE-LIMIT PIC 9(8) VALUE 0.
       01 W38-NOTICE-LIMIT-FIELDS REDEFINES W38-NOTICE-LIMIT.
         05 W38-LIMIT-YEAR PIC 9(4).
         05 W38-LIMIT-MONTH PIC 99.
         05 W38-LIMIT-DAY PIC 99.
       01 W38-DAY-WORK PIC 9(4) VALUE 0.
       01 W38-MONTH-DAYS-TEXT PIC X(24)
           VALUE '312831303130313130313031'.
       01 W38-MONTH-DAYS-TABLE REDEFINES W38-MONTH-DAYS-TEXT.
         05 W38-MONTH-DAYS PIC 99 OCCURS 12 TIMES.
       01 W38-DAYS-IN-MONTH PIC 99 VALUE 0.
       01 W38-LEAP-QUOTIENT PIC 9(4) VALUE 0.
       01 W38-LEAP-REMAINDER PIC 9(3) VALUE 0.
       01 W38-LAPSE-INDEX PIC 99 VALUE 0.
       01 W38-LATER-INDEX PIC 99 VALUE 0.
       01 W38-LATER-SWITCH PIC X(3) VALUE SPACES.
       01 W38-LAPSED-COUNT PIC 9(5) VALUE 0.
       01 W38-NOTICE-COUNT PIC 9(5) VALUE 0.
       01 W38-NOTICE-LINE.
         05 W38-NL-ADVISOR PIC X(3).
         05 PIC X(2).
         05 W38-NL-ID PIC 9(5).
         05 PIC X(2).
         05 W38-NL-NAME PIC X(20).
         05 PIC X(2).
         05 W38-NL-COURSE PIC X(7).
         05 PIC X(2).
         05 W38-NL-TERM PIC X(4).
         05 PIC X(3).
         05 W38-NL-CREDIT PIC 9(1).
         05 PIC X(4).
         05 W38-NL-DEADLINE PIC 9(8).
         05 PIC X(17).

      *archive mode working storage - 188-LOAD-ARCHIVE-REQUESTS
      *reads Archive.dat; 740-799 apply the retention rules and the
      *restores. The rule tables run parallel to the student master
      *and history tables (same subscript), filled only once the
      *restores have finished placing entries.
      *W39-GRAD-TERMS (ARCGRAD) is how many calendar terms must have
      *come and gone since a certified graduate's last term on the
      *grades master; W39-ABSENT-LIMIT (ARCABSENT) how many full
      *runs in a row the extract must have left a student out. Zero
      *turns a rule off.
       01 W39-ARCREQ-STATUS PIC X(2) VALUE '00'.
       01 W39-STUARCH-STATUS PIC X(2) VALUE '00'.
       01 W39-GRADEARCH-STATUS PIC X(2) VALUE '00'.
       01 W39-HISTARCH-STATUS PIC X(2) VALUE '00'.
       01 W39-CERTIFY-STATUS PIC X(2) VALUE '00'.
       01 W39-ARCHIVE-MODE-SWITCH PIC X(3) VALUE SPACES.
       01 W39-SWEEP-SWITCH PIC X(3) VALUE SPACES.
       01 W39-MORE-ARCREQ-SWITCH PIC X(2) VALUE SPACES.
       01 W39-MORE-ARCHIVE-SWITCH PIC X(2) VALUE SPACES.
       01 W39-MORE-CERTIFY-SWITCH PIC X(2) VALUE SPACES.
       01 W39-GRAD-TERMS PIC 999 VALUE 001.
       01 W39-ABSENT-LIMIT PIC 999 VALUE 003.
       01 W39-ARCHIVE-BATCH PIC X(15) VALUE SPACES.
       01 W39-SWEEP-REQUESTER PIC X(8) VALUE SPACES.
       01 W39-ARQ-COUNT PIC 999 VALUE 0.
       01 W39-ARQ-DROPPED PIC 999 VALUE 0.
       01 W39-ARQ-TABLE.
         05 W39-ARQ-ENTRY OCCURS 200 TIMES.
           10 W39-ARQ-ACTION PIC X(1).
           10 W39-ARQ-ID PIC 9(5).
           10 W39-ARQ-REQUESTER PIC X(8).
           10 W39-ARQ-DONE PIC X(1).
           10 W39-ARQ-NOTE PIC X(30).
           10 W39-ARQ-BATCH PIC X(15).
           10 W39-ARQ-ATTEMPTS PIC 999.
           10 W39-ARQ-KEPT PIC 999.
           10 W39-ARQ-HISTORY PIC X(1).
       01 W39-ARQ-INDEX PIC 999 VALUE 0.
       01 W39-CERT-COUNT PIC 9(4) VALUE 0.
       01 W39-CERT-TABLE.
         05 W39-CERT-ID PIC 9(5) OCCURS 2500 TIMES.
       01 W39-CERT-INDEX PIC 9(4) VALUE 0.
       01 W39-CERT-FOUND-SWITCH PIC X(3) VALUE SPACES.
       01 W39-STU-RULE-TABLE.
         05 W39-STU-RULE-ENTRY OCCURS 2500 TIMES.
           10 W39-STU-REASON PIC X(2).
           10 W39-STU-LAST-TERM PIC X(4).
           10 W39-STU-ATTEMPTS PIC 999.
       01 W39-HIST-RULE-TABLE.
         05 W39-HIST-RULE-ENTRY OCCURS 2500 TIMES.
           10 W39-HIST-REASON PIC X(2).
           10 W39-HIST-ATTEMPTS PIC 999.
       01 W39-RG-COUNT PIC 9(4) VALUE 0.
       01 W39-RG-TABLE.
         05 W39-RG-ENTRY OCCURS 1000 TIMES.
           10 W39-RG-ATTEMPT PIC X(19).
           10 W39-RG-REQUEST PIC 999.
       01 W39-RG-INDEX PIC 9(4) VALUE 0.
       01 W39-LOOKUP-ID PIC 9(5) VALUE 0.
       01 W39-FOUND-SWITCH PIC X(3) VALUE SPACES.
       01 W39-FOUND-BATCH PIC X(15) VALUE SPACES.
       01 W39-SA-BATCH PIC X(15) VALUE SPACES.
       01 W39-SA-IMAGE PIC X(37) VALUE SPACES.
       01 W39-HA-BATCH PIC X(15) VALUE SPACES.
       01 W39-HA-IMAGE PIC X(21) VALUE SPACES.
       01 W39-REASON PIC X(2) VALUE SPACES.
       01 W39-LAST-END PIC 9(8) VALUE 0.
       01 W39-LATER-TERMS PIC 999 VALUE 0.
       01 W39-WRITE-INDEX PIC 9(4) VALUE 0.
       01 W39-GRAD-COUNT PIC 9(5) VALUE 0.
       01 W39-ABSENT-COUNT PIC 9(5) VALUE 0.
       01 W39-HIST-ONLY-COUNT PIC 9(5) VALUE 0.
       01 W39-ATTEMPTS-ARCHIVED PIC 9(7) VALUE 0.
       01 W39-RESTORED-COUNT PIC 9(4) VALUE 0.
       01 W39-REFUSED-COUNT PIC 9(4) VALUE 0.
       01 W39-ATTEMPTS-RESTORED PIC 9(5) VALUE 0.
       01 W39-ARCHIVED-SWITCH PIC X(3) VALUE SPACES.
       01 W39-ARCHIVED-SKIPPED PIC 9(5) VALUE 0.
       01 W39-ATTEMPTS-KEPT PIC 9(5) VALUE 0.
       01 W39-SCAN-INDEX PIC 999 VALUE 0.
       01 W39-REWRITE-SWITCH PIC X(3) VALUE SPACES.
       01 W39-ARCHIVE-LINE.
         05 W39-AL-ACTION PIC X(8).
         05 PIC X(2).
         05 W39-AL-ID PIC 9(5).
         05 PIC X(2).
         05 W39-AL-NAME PIC X(20).
         05 PIC X(2).
         05 W39-AL-PROGRAM PIC X(5).
         05 PIC X(2).
         05 W39-AL-ADVISOR PIC X(3).
         05 PIC X(2).
         05 W39-AL-ATTEMPTS PIC ZZ9.
         05 PIC X(2).
         05 W39-AL-HISTORY PIC X(1).
         05 PIC X(2).
         05 W39-AL-TEXT PIC X(41).

       01 W03-TOTAL-STUDENTS PIC 9(5) VALUE 0.
       01 W03-SUM-REMAINING PIC 9(7) VALUE 0.
       01 W03-AVG-REMAINING PIC 999 VALUE 0.
      *non-empty StuTrans.dat turns the run into student maintenance
      *mode instead: master changes applied against Student.dat with
      *the same old/new swap, program changes re-evaluated against
      *the new curriculum. Both write their changes to Journal.dat,
      *and a Backout.dat naming one of those batches comes next,
      *reversing it. A reconciliation request follows, and
      *then a non-empty WhatIf.dat, which turns the run into what-if
      *mode: projections for the named students, no file of record
      *touched. Last comes a non-empty Archive.dat: the retention
      *rules move graduates and long-absent students off the masters
      *into the archive files, and named students come back from
      *them. Otherwise the front-end
      *edit pass can still refuse the run - when it does,
      *100-OPEN-FILES never opens the output side and the abort path
      *below is all that runs, so a prior Report.dat is not even

           PERFORM 140-LOAD-TRANSACTIONS
           PERFORM 141-LOAD-STUDENT-TRANS
           PERFORM 182-CHECK-BACKOUT-REQUEST
           PERFORM 148-CHECK-RECONCILE-REQUEST
           PERFORM 180-LOAD-WHATIF-REQUESTS
           PERFORM 188-LOAD-ARCHIVE-REQUESTS
           IF W17-TRANS-MODE-SWITCH = 'YES'
               PERFORM 500-PROCESS-TRANSACTIONS
           ELSE
            IF W24-STUTRANS-MODE-SWITCH = 'YES'
               PERFORM 600-PROCESS-STUDENT-TRANS
            ELSE
             IF W37-BACKOUT-MODE-SWITCH = 'YES'
               PERFORM 650-PROCESS-BACKOUT
             ELSE
              IF W25-RECONCILE-MODE-SWITCH = 'YES'
               PERFORM 700-RECONCILE-MASTERS
              ELSE
               IF W35-WHATIF-MODE-SWITCH = 'YES'
                   PERFORM 850-PROCESS-WHATIF
               ELSE
                IF W39-ARCHIVE-MODE-SWITCH = 'YES'
                    PERFORM 740-PROCESS-ARCHIVE
                ELSE
                    PERFORM 100-OPEN-FILES
                    IF W15-NO-GO-SWITCH = 'YES'
                      OR W27-TABLE-OVERFLOW-SWITCH = 'YES'
                        PERFORM 395-ABORT-RUN
                    ELSE
                        IF W06-OUTPUT-RESTART-SWITCH NOT = 'YES'
                            PERFORM 200-PRINT-HEADINGS
                        END-IF
                        PERFORM 300-PROCESS-RECORDS
                        IF W18-SUBSET-RUN-SWITCH = 'YES'
                            CLOSE F24-SUBSET-WORK-FILE
                            SORT S01-SORT-FILE
                                ON ASCENDING KEY S01-PROGRAM
                                ON DESCENDING KEY S01-REMAINING
                                ON ASCENDING KEY S01-ID
                                USING F24-SUBSET-WORK-FILE
                                OUTPUT PROCEDURE IS 350-WRITE-REPORT
                        ELSE
                            CLOSE F06-WORK-FILE
                            SORT S01-SORT-FILE
                                ON ASCENDING KEY S01-PROGRAM
                                ON DESCENDING KEY S01-REMAINING
                                ON ASCENDING KEY S01-ID
                                USING F06-WORK-FILE
                                OUTPUT PROCEDURE IS 350-WRITE-REPORT
                        END-IF
                        IF W18-REQUEST-MODE-SWITCH NOT = 'YES'
                            PERFORM 390-WRITE-TRAILER
                            PERFORM 380-WRITE-ADVISOR-REPORT
                        END-IF
                        PERFORM 400-CLOSE-FILES
                    END-IF
                END-IF
               END-IF
              END-IF
             END-IF
            END-IF
           END-IF
       100-OPEN-FILES.
           OPEN OUTPUT F03-EXCEPTION-FILE
           PERFORM 130-LOAD-PARAMETERS
           PERFORM 170-LOAD-CATALOG
           PERFORM 183-LOAD-CALENDAR
           PERFORM 145-LOAD-REQUESTS

           IF W14-FILTER-PROGRAM NOT = SPACES
               PERFORM 115-LOAD-REQUIREMENTS
               PERFORM 120-LOAD-HISTORY
               PERFORM 125-LOAD-PREREQUISITES
               PERFORM 176-LOAD-SUBSTITUTIONS

      *a startup table that overflowed stops the run right here -
      *none of the deliverables get opened (or truncated) for a run
               END-IF
           END-IF

      *the certification, SAP and Dean's List extracts and the
      *incomplete lapse files ride with the grades master: all are
      *written student by student during the compute pass and belong
      *to the full run alone
           IF W18-SUBSET-RUN-SWITCH NOT = 'YES'
               IF W06-COMPUTE-RESTART-SWITCH = 'YES'
                   OPEN I-O F15-GRADEMAST-FILE
                   OPEN EXTEND F27-CERTIFY-FILE
                   OPEN EXTEND F35-SAP-FILE
                   OPEN EXTEND F36-DEANS-FILE
                   OPEN EXTEND F43-LAPSE-TRANS-FILE
                   OPEN EXTEND F44-LAPSE-NOTICE-FILE
               ELSE
                   OPEN OUTPUT F15-GRADEMAST-FILE
                   OPEN OUTPUT F27-CERTIFY-FILE
                   OPEN OUTPUT F35-SAP-FILE
                   OPEN OUTPUT F36-DEANS-FILE
                   OPEN OUTPUT F43-LAPSE-TRANS-FILE
                   OPEN OUTPUT F44-LAPSE-NOTICE-FILE
               END-IF
               PERFORM 952-SET-NOTICE-LIMIT
               IF W06-COMPUTE-RESTART-SWITCH NOT = 'YES'
                   PERFORM 956-WRITE-NOTICE-HEADING
               END-IF
           END-IF

               PERFORM 132-READ-PARAM-RECORD
                   UNTIL W14-MORE-PARAMS-SWITCH = 'NO'
               CLOSE F11-PARAM-FILE
           END-IF

           IF W32-CURRENT-CAT-YEAR = SPACES
               MOVE W19-START-YEAR TO W32-CURRENT-CAT-YEAR
           END-IF.

      *132 read param record paragraph
                           ELSE
                               PERFORM 136-WRITE-PARAM-EXCEPTION
                           END-IF
                       ELSE
                           PERFORM 138-APPLY-YEAR-PARAMETER
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *138 apply year parameter paragraph
      *CATYEAR carries the current catalog year - the curriculum
      *edition a student is moved to by a program change. Without it
      *the year the run started is used.
       138-APPLY-YEAR-PARAMETER.
           IF F11-PARAM-KEYWORD = 'CATYEAR   '
               IF F11-PARAM-YEAR IS NUMERIC
                   MOVE F11-PARAM-YEAR TO W32-CURRENT-CAT-YEAR
               ELSE
                   PERFORM 136-WRITE-PARAM-EXCEPTION
               END-IF
           ELSE
               PERFORM 139-APPLY-SAP-PARAMETER
           END-IF.

      *139 apply sap parameter paragraph
      *the financial-aid SAP thresholds: SAPGPA is the minimum
      *cumulative GPA times 100, SAPPACE the minimum percent of
      *attempted hours earned, SAPMAXTF the most hours a student may
      *attempt as a percent of their program's required hours
       139-APPLY-SAP-PARAMETER.
           IF F11-PARAM-KEYWORD = 'SAPGPA    '
               IF F11-PARAM-THRESHOLD IS NUMERIC
                   DIVIDE F11-PARAM-THRESHOLD BY 100
                       GIVING W33-SAP-MIN-GPA
               ELSE
                   PERFORM 136-WRITE-PARAM-EXCEPTION
               END-IF
           ELSE
               IF F11-PARAM-KEYWORD = 'SAPPACE   '
                   IF F11-PARAM-THRESHOLD IS NUMERIC
                     AND F11-PARAM-THRESHOLD NOT > 100
                       MOVE F11-PARAM-THRESHOLD TO W33-SAP-MIN-PACE
                   ELSE
                       PERFORM 136-WRITE-PARAM-EXCEPTION
                   END-IF
               ELSE
                   IF F11-PARAM-KEYWORD = 'SAPMAXTF  '
                       IF F11-PARAM-THRESHOLD IS NUMERIC
                         AND F11-PARAM-THRESHOLD >= 100
                           MOVE F11-PARAM-THRESHOLD TO
                               W33-SAP-MAX-PCT
                       ELSE
                           PERFORM 136-WRITE-PARAM-EXCEPTION
                       END-IF
                   ELSE
                       PERFORM 133-APPLY-HONORS-PARAMETER
                   END-IF
               END-IF
           END-IF.

      *133 apply honors parameter paragraph
      *the Dean's List minimums (DLGPA term GPA times 100, DLHOURS
      *graded hours in the term) and the graduation honors rules
      *(HONCUM/HONMAGNA/HONSUMMA cumulative GPA times 100, HONHOURS
      *minimum resident hours)
       133-APPLY-HONORS-PARAMETER.
           IF F11-PARAM-THRESHOLD IS NOT NUMERIC
               PERFORM 136-WRITE-PARAM-EXCEPTION
           ELSE
            IF F11-PARAM-KEYWORD = 'DLGPA     '
               DIVIDE F11-PARAM-THRESHOLD BY 100
                   GIVING W34-DL-MIN-GPA
            ELSE
             IF F11-PARAM-KEYWORD = 'DLHOURS   '
               MOVE F11-PARAM-THRESHOLD TO W34-DL-MIN-HOURS
             ELSE
              IF F11-PARAM-KEYWORD = 'HONCUM    '
               DIVIDE F11-PARAM-THRESHOLD BY 100
                   GIVING W34-CUM-GPA
              ELSE
               IF F11-PARAM-KEYWORD = 'HONMAGNA  '
                   DIVIDE F11-PARAM-THRESHOLD BY 100
                       GIVING W34-MAGNA-GPA
               ELSE
                IF F11-PARAM-KEYWORD = 'HONSUMMA  '
                   DIVIDE F11-PARAM-THRESHOLD BY 100
                       GIVING W34-SUMMA-GPA
                ELSE
                 IF F11-PARAM-KEYWORD = 'HONHOURS  '
                   MOVE F11-PARAM-THRESHOLD TO W34-HON-MIN-HOURS
                 ELSE
                   PERFORM 178-APPLY-DIST-PARAMETER
                 END-IF
                END-IF
               END-IF
              END-IF
             END-IF
            END-IF
           END-IF.

      *178 apply dist parameter paragraph
      *DFWLIMIT is the percent D/F/W rate a course may reach before
      *the grade distribution report flags it for review
       178-APPLY-DIST-PARAMETER.
           IF F11-PARAM-KEYWORD = 'DFWLIMIT  '
               MOVE F11-PARAM-THRESHOLD TO W36-DFW-LIMIT
           ELSE
               PERFORM 179-APPLY-LAPSE-PARAMETER
           END-IF.

      *179 apply lapse parameter paragraph
      *LAPSEWARN is how many days ahead the advisors' lapse notice
      *list looks for incompletes about to lapse
       179-APPLY-LAPSE-PARAMETER.
           IF F11-PARAM-KEYWORD = 'LAPSEWARN '
             AND F11-PARAM-THRESHOLD IS NUMERIC
               MOVE F11-PARAM-THRESHOLD TO W38-NOTICE-DAYS
           ELSE
               PERFORM 187-APPLY-ARCHIVE-PARAMETER
           END-IF.

      *187 apply archive parameter paragraph
      *ARCGRAD is how many calendar terms a certified graduate stays
      *on the masters after their last term; ARCABSENT how many
      *full runs in a row a student may be missing from the extract
      *before archive mode takes them off. 000 turns either off.
       187-APPLY-ARCHIVE-PARAMETER.
           IF F11-PARAM-KEYWORD = 'ARCGRAD   '
             AND F11-PARAM-THRESHOLD IS NUMERIC
               MOVE F11-PARAM-THRESHOLD TO W39-GRAD-TERMS
           ELSE
               IF F11-PARAM-KEYWORD = 'ARCABSENT '
                 AND F11-PARAM-THRESHOLD IS NUMERIC
                   MOVE F11-PARAM-THRESHOLD TO W39-ABSENT-LIMIT
               ELSE
                   PERFORM 136-WRITE-PARAM-EXCEPTION
               END-IF
           END-IF.

      *136 write param exception paragraph
       136-WRITE-PARAM-EXCEPTION.
           MOVE SPACES TO F03-OUTPUT-LINE
      *148 check reconcile request paragraph
      *a non-empty Reconcile.dat asks for a reconciliation run -
      *presence is the whole request, the content of the record is
      *not examined. Transactions of either kind and a backout still
      *outrank it; a correction run should not silently turn into a
      *report.
       148-CHECK-RECONCILE-REQUEST.
           OPEN INPUT F30-RECONCILE-FILE
           IF W25-RECONCILE-STATUS = '00'
               IF W25-MORE-RECON-SWITCH NOT = 'NO'
                 AND W17-TRANS-MODE-SWITCH NOT = 'YES'
                 AND W24-STUTRANS-MODE-SWITCH NOT = 'YES'
                 AND W37-BACKOUT-MODE-SWITCH NOT = 'YES'
                   MOVE 'YES' TO W25-RECONCILE-MODE-SWITCH
               END-IF
               CLOSE F30-RECONCILE-FILE
           END-IF.

      *182 check backout request paragraph
      *the first line of Backout.dat (if present) names the batch to
      *reverse and who is asking. Grade and student transactions
      *still outrank it - one run changes the masters one way only.
       182-CHECK-BACKOUT-REQUEST.
           OPEN INPUT F41-BACKOUT-FILE
           IF W37-BACKOUT-STATUS = '00'
               MOVE SPACES TO W37-MORE-JOURNAL-SWITCH
               READ F41-BACKOUT-FILE
                   AT END MOVE 'NO' TO W37-MORE-JOURNAL-SWITCH
               END-READ
               IF W37-MORE-JOURNAL-SWITCH NOT = 'NO'
                 AND W17-TRANS-MODE-SWITCH NOT = 'YES'
                 AND W24-STUTRANS-MODE-SWITCH NOT = 'YES'
                   MOVE 'YES' TO W37-BACKOUT-MODE-SWITCH
                   MOVE F41-BKO-BATCH-ID TO W37-BACKOUT-BATCH
                   MOVE F41-BKO-REQUESTER TO W37-BACKOUT-REQUESTER
               END-IF
               CLOSE F41-BACKOUT-FILE
           END-IF.

      *180 load whatif requests paragraph
      *reads WhatIf.dat (if present) into W35-WHATIF-TABLE. Any line
      *loaded puts the run in what-if mode unless transactions or a
      *reconciliation request outrank it. A line that is neither kind,
      *has no usable student ID, or is missing what its kind needs is
      *kept but marked refused, and reported once the exception file
      *is open.
       180-LOAD-WHATIF-REQUESTS.
           MOVE 0 TO W35-WHATIF-COUNT
           OPEN INPUT F37-WHATIF-FILE
           IF W35-WHATIF-STATUS = '00'
               MOVE SPACES TO W35-MORE-WHATIF-SWITCH
               PERFORM 181-READ-WHATIF-RECORD
                   UNTIL W35-MORE-WHATIF-SWITCH = 'NO'
               CLOSE F37-WHATIF-FILE
           END-IF

           IF W35-WHATIF-COUNT > 0
             AND W17-TRANS-MODE-SWITCH NOT = 'YES'
             AND W24-STUTRANS-MODE-SWITCH NOT = 'YES'
             AND W37-BACKOUT-MODE-SWITCH NOT = 'YES'
             AND W25-RECONCILE-MODE-SWITCH NOT = 'YES'
               MOVE 'YES' TO W35-WHATIF-MODE-SWITCH
           END-IF.

      *181 read whatif record paragraph
       181-READ-WHATIF-RECORD.
           READ F37-WHATIF-FILE
               AT END MOVE 'NO' TO W35-MORE-WHATIF-SWITCH
           END-READ

           IF W35-MORE-WHATIF-SWITCH NOT = 'NO'
               IF W35-WHATIF-COUNT < 200
                   ADD 1 TO W35-WHATIF-COUNT
                   MOVE F37-WI-TYPE TO W35-WI-TYPE(W35-WHATIF-COUNT)
                   MOVE F37-WI-ID TO
                       W35-WI-ID(W35-WHATIF-COUNT)
                   MOVE SPACES TO W35-WI-DONE(W35-WHATIF-COUNT)
                   MOVE SPACES TO W35-WI-PROGRAM(W35-WHATIF-COUNT)
                   MOVE SPACES TO W35-WI-COURSE(W35-WHATIF-COUNT)
                   MOVE SPACES TO W35-WI-GRADE(W35-WHATIF-COUNT)
                   MOVE 0 TO W35-WI-CREDIT(W35-WHATIF-COUNT)
                   MOVE SPACES TO W35-WI-TERM(W35-WHATIF-COUNT)

                   IF F37-WI-ID IS NOT NUMERIC
                       MOVE 'X' TO W35-WI-DONE(W35-WHATIF-COUNT)
                   ELSE
                       IF F37-WI-IS-PROGRAM
                         AND F37-WI-PROGRAM NOT = SPACES
                           MOVE F37-WI-PROGRAM TO
                               W35-WI-PROGRAM(W35-WHATIF-COUNT)
                       ELSE
                           IF F37-WI-IS-ATTEMPT
                             AND F37-WI-COURSE NOT = SPACES
                             AND F37-WI-GRADE NOT = SPACE
                             AND F37-WI-CREDIT IS NUMERIC
                               MOVE F37-WI-COURSE TO
                                   W35-WI-COURSE(W35-WHATIF-COUNT)
                               MOVE F37-WI-GRADE TO
                                   W35-WI-GRADE(W35-WHATIF-COUNT)
                               MOVE F37-WI-CREDIT TO
                                   W35-WI-CREDIT(W35-WHATIF-COUNT)
                               IF F37-WI-TERM = SPACES
                                   MOVE 'NEXT' TO
                                       W35-WI-TERM(W35-WHATIF-COUNT)
                               ELSE
                                   MOVE F37-WI-TERM TO
                                       W35-WI-TERM(W35-WHATIF-COUNT)
                               END-IF
                           ELSE
                               MOVE 'X' TO
                                   W35-WI-DONE(W35-WHATIF-COUNT)
                           END-IF
                       END-IF
                   END-IF
               ELSE
      *nothing is open to report to this early - counted here and
      *raised by 850-PROCESS-WHATIF, the way the student
      *maintenance loader does it
                   ADD 1 TO W35-WHATIF-DROPPED
               END-IF
           END-IF.

      *188 load archive requests paragraph
      *reads Archive.dat (if present) into W39-ARQ-TABLE. Any line
      *puts the run in archive mode unless one of the other modes
      *outranks it - archive mode rewrites the masters, so it never
      *shares a run with another change. An A line with a requester
      *asks for the rule sweep; an R line with a usable ID and a
      *requester asks for that student back. Anything else is kept
      *but marked refused, and reported once the exception file is
      *open.
       188-LOAD-ARCHIVE-REQUESTS.
           MOVE 0 TO W39-ARQ-COUNT
           MOVE 0 TO W39-ARQ-DROPPED
           OPEN INPUT F45-ARCHIVE-REQ-FILE
           IF W39-ARCREQ-STATUS = '00'
               MOVE SPACES TO W39-MORE-ARCREQ-SWITCH
               PERFORM 189-READ-ARCHIVE-REQUEST
                   UNTIL W39-MORE-ARCREQ-SWITCH = 'NO'
               CLOSE F45-ARCHIVE-REQ-FILE
           END-IF

           IF W39-ARQ-COUNT > 0
             AND W17-TRANS-MODE-SWITCH NOT = 'YES'
             AND W24-STUTRANS-MODE-SWITCH NOT = 'YES'
             AND W37-BACKOUT-MODE-SWITCH NOT = 'YES'
             AND W25-RECONCILE-MODE-SWITCH NOT = 'YES'
             AND W35-WHATIF-MODE-SWITCH NOT = 'YES'
               MOVE 'YES' TO W39-ARCHIVE-MODE-SWITCH
           END-IF.

      *189 read archive request paragraph
       189-READ-ARCHIVE-REQUEST.
           READ F45-ARCHIVE-REQ-FILE
               AT END MOVE 'NO' TO W39-MORE-ARCREQ-SWITCH
           END-READ

           IF W39-MORE-ARCREQ-SWITCH NOT = 'NO'
               IF W39-ARQ-COUNT < 200
                   ADD 1 TO W39-ARQ-COUNT
                   MOVE F45-ARQ-ACTION TO W39-ARQ-ACTION(W39-ARQ-COUNT)
                   MOVE F45-ARQ-REQUESTER TO
                       W39-ARQ-REQUESTER(W39-ARQ-COUNT)
                   MOVE SPACES TO W39-ARQ-DONE(W39-ARQ-COUNT)
                   MOVE SPACES TO W39-ARQ-NOTE(W39-ARQ-COUNT)
                   MOVE SPACES TO W39-ARQ-BATCH(W39-ARQ-COUNT)
                   MOVE 0 TO W39-ARQ-ATTEMPTS(W39-ARQ-COUNT)
                   MOVE 0 TO W39-ARQ-KEPT(W39-ARQ-COUNT)
                   MOVE 'N' TO W39-ARQ-HISTORY(W39-ARQ-COUNT)
                   IF F45-ARQ-ID IS NUMERIC
                       MOVE F45-ARQ-ID TO W39-ARQ-ID(W39-ARQ-COUNT)
                   ELSE
                       MOVE 0 TO W39-ARQ-ID(W39-ARQ-COUNT)
                   END-IF

                   IF F45-ARQ-REQUESTER = SPACES
                       MOVE 'X' TO W39-ARQ-DONE(W39-ARQ-COUNT)
                       MOVE 'NO REQUESTER'
                           TO W39-ARQ-NOTE(W39-ARQ-COUNT)
                   ELSE
                       IF F45-ARQ-IS-SWEEP
                           MOVE 'YES' TO W39-SWEEP-SWITCH
                           IF W39-SWEEP-REQUESTER = SPACES
                               MOVE F45-ARQ-REQUESTER TO
                                   W39-SWEEP-REQUESTER
                           END-IF
                       ELSE
                           IF NOT F45-ARQ-IS-RESTORE
                             OR W39-ARQ-ID(W39-ARQ-COUNT) = 0
                               MOVE 'X' TO
                                   W39-ARQ-DONE(W39-ARQ-COUNT)
                               MOVE 'BAD REQUEST LINE'
                                   TO W39-ARQ-NOTE(W39-ARQ-COUNT)
                           END-IF
                       END-IF
                   END-IF
               ELSE
      *nothing is open to report to this early - counted here and
      *raised by 740-PROCESS-ARCHIVE as the overflow it is
                   ADD 1 TO W39-ARQ-DROPPED
               END-IF
           END-IF.

      *150 edit input file paragraph
      *the stand-alone front-end edit: sweeps every CodingAsst.dat
      *record before the evaluation trusts any of them, writing
               IF F01-TERM IS NOT NUMERIC
                   MOVE 'BT' TO W15-REJECT-REASON
                   PERFORM 156-RECORD-REJECT
               ELSE
                   PERFORM 166-EDIT-CALENDAR-TERM
               END-IF

               IF W15-RECORD-BAD-SWITCH NOT = 'YES'
                   MOVE 'BT' TO W15-REJECT-REASON
                   PERFORM 156-RECORD-REJECT
               ELSE
                   PERFORM 166-EDIT-CALENDAR-TERM
                   IF W15-RECORD-BAD-SWITCH NOT = 'YES'
                       PERFORM 154-EDIT-COURSE-SLOTS
                   END-IF
               END-IF
           END-IF.

      *166 edit calendar term paragraph
      *a numeric term code must also be one the academic calendar
      *defines (TC) - checked only when a calendar was loaded
       166-EDIT-CALENDAR-TERM.
           IF W38-CAL-COUNT > 0
               MOVE F01-TERM TO W38-LOOKUP-TERM
               PERFORM 185-FIND-CALENDAR-TERM
               IF W38-CAL-FOUND-SWITCH NOT = 'YES'
                   MOVE 'TC' TO W15-REJECT-REASON
                   PERFORM 156-RECORD-REJECT
               END-IF
           END-IF.

               IF F01-SLOT-CREDIT(W15-SLOT-INDEX) IS NOT NUMERIC
                   MOVE 'NC' TO W15-REJECT-REASON
                   PERFORM 156-RECORD-REJECT
               ELSE
                   IF W30-CATALOG-COUNT > 0
                       PERFORM 164-EDIT-SLOT-CATALOG
                   END-IF
               END-IF
           END-IF

           ADD 1 TO W15-SLOT-INDEX.

      *164 edit slot catalog paragraph
      *a coded course must be one the catalog knows (UC), carrying
      *the catalog's own credit hours (CH) - an extract typo like a
      *4-hour ENG101 would otherwise quietly move the student's
      *percentages. A retired course still passes: historic grades
      *legitimately carry courses the catalog has since withdrawn.
       164-EDIT-SLOT-CATALOG.
           MOVE F01-SLOT-COURSE(W15-SLOT-INDEX) TO W30-LOOKUP-COURSE
           PERFORM 174-FIND-CATALOG-ENTRY

           IF W30-FOUND-SWITCH NOT = 'YES'
               MOVE 'UC' TO W15-REJECT-REASON
               PERFORM 156-RECORD-REJECT
           ELSE
               IF F01-SLOT-CREDIT(W15-SLOT-INDEX) NOT =
                   W30-LOOKUP-CREDIT
                   MOVE 'CH' TO W15-REJECT-REASON
                   PERFORM 156-RECORD-REJECT
               END-IF
           END-IF.

      *156 record reject paragraph
      *writes the reject line and remembers the record's position so
      *the main pass can skip it; a position table overflow forces
               TO W15-SEEN-ENTRY(W15-SEEN-INDEX)
           SUBTRACT 1 FROM W15-SEEN-INDEX.

      *168 find seen hist id paragraph
      *the same halving search as 157-FIND-SEEN-ID, keyed on
      *W15-LOOKUP-SEEN-ID instead of the record in hand - used at
      *close to tell which history students this extract carried
       168-FIND-SEEN-HIST-ID.
           MOVE SPACES TO W15-SEEN-FOUND-SWITCH
           MOVE 1 TO W15-SEEN-LO
           MOVE W15-SEEN-COUNT TO W15-SEEN-HI
           PERFORM 169-CHECK-ONE-SEEN-HIST-ID
               UNTIL W15-SEEN-FOUND-SWITCH = 'YES'
                  OR W15-SEEN-LO > W15-SEEN-HI
           .

      *169 check one seen hist id paragraph
       169-CHECK-ONE-SEEN-HIST-ID.
           ADD W15-SEEN-LO W15-SEEN-HI GIVING W15-SEEN-MID
           DIVIDE W15-SEEN-MID BY 2 GIVING W15-SEEN-MID

           IF W15-SEEN-ID(W15-SEEN-MID) = W15-LOOKUP-SEEN-ID
               MOVE 'YES' TO W15-SEEN-FOUND-SWITCH
           ELSE
               IF W15-SEEN-ID(W15-SEEN-MID) < W15-LOOKUP-SEEN-ID
                   ADD 1 W15-SEEN-MID GIVING W15-SEEN-LO
               ELSE
                   SUBTRACT 1 FROM W15-SEEN-MID GIVING W15-SEEN-HI
               END-IF
           END-IF.

      *140 load transactions paragraph
      *reads Trans.dat (if present) into W17-TRANS-TABLE before the
      *run decides what kind of run it is - any valid transaction
                       W17-TRN-CREDIT(W17-TRANS-COUNT)
                   MOVE F17-TRN-TERM TO
                       W17-TRN-TERM(W17-TRANS-COUNT)
                   MOVE F17-TRN-REQUESTER TO
                       W17-TRN-REQUESTER(W17-TRANS-COUNT)
                   MOVE SPACES TO W17-TRN-APPLIED(W17-TRANS-COUNT)

      *an add introduces a brand-new attempt, so it must say which
                     OR (F17-TRN-ACTION = 'A'
                       AND F17-TRN-TERM IS NOT NUMERIC)
                       MOVE 'X' TO W17-TRN-APPLIED(W17-TRANS-COUNT)
                   ELSE
      *a change nobody will own never reaches the master - the
      *journal has to be able to say who asked for every one
                       IF F17-TRN-REQUESTER = SPACES
                           MOVE 'Q' TO
                               W17-TRN-APPLIED(W17-TRANS-COUNT)
                       END-IF
                   END-IF
               ELSE
      *nothing is open to report to this early, so entries past the
                       W24-STR-PROGRAM(W24-STUTRANS-COUNT)
                   MOVE F28-STU-ADVISOR TO
                       W24-STR-ADVISOR(W24-STUTRANS-COUNT)
                   MOVE F28-STU-REQUESTER TO
                       W24-STR-REQUESTER(W24-STUTRANS-COUNT)
                   MOVE SPACES TO
                       W24-STR-APPLIED(W24-STUTRANS-COUNT)
                   MOVE SPACES TO
                       W24-STR-BEFORE(W24-STUTRANS-COUNT)
                   MOVE SPACES TO
                       W24-STR-AFTER(W24-STUTRANS-COUNT)

                   IF (F28-STU-ACTION NOT = 'A'
                       AND F28-STU-ACTION NOT = 'C'
                     OR F28-STU-ID IS NOT NUMERIC
                       MOVE 'X' TO
                           W24-STR-APPLIED(W24-STUTRANS-COUNT)
                   ELSE
                       IF F28-STU-REQUESTER = SPACES
                           MOVE 'Q' TO
                               W24-STR-APPLIED(W24-STUTRANS-COUNT)
                       END-IF
                   END-IF
               ELSE
      *nothing is open to report to this early, so entries past the
                   MOVE F07-STUDENT-NAME TO W09-HOLD-NAME
                   MOVE F07-STUDENT-PROGRAM TO W09-HOLD-PROGRAM
                   MOVE F07-STUDENT-ADVISOR TO W09-HOLD-ADVISOR
                   MOVE F07-STUDENT-CAT-YEAR TO W09-HOLD-CAT-YEAR
                   PERFORM 113-PLACE-STUDENT-ENTRY
               ELSE
                   MOVE 'NO' TO W09-MORE-STUDENTS-SWITCH
           MOVE W09-HOLD-PROGRAM TO
               W09-TABLE-PROGRAM(W09-PLACE-INDEX)
           MOVE W09-HOLD-ADVISOR TO
               W09-TABLE-ADVISOR(W09-PLACE-INDEX)
           MOVE W09-HOLD-CAT-YEAR TO
               W09-TABLE-CAT-YEAR(W09-PLACE-INDEX).

      *114 shift one student paragraph
       114-SHIFT-ONE-STUDENT.
           END-READ

           IF W10-MORE-REQUIRE-SWITCH NOT = 'NO'
               MOVE SPACES TO W10-REQ-REFUSED-SWITCH
               IF W30-CATALOG-COUNT > 0
                   PERFORM 118-CHECK-REQUIRE-CATALOG
               END-IF
           END-IF

           IF W10-MORE-REQUIRE-SWITCH NOT = 'NO'
             AND W10-REQ-REFUSED-SWITCH NOT = 'YES'
               IF W10-REQUIRE-COUNT < 1000
                   ADD 1 TO W10-REQUIRE-COUNT
                   MOVE F08-REQ-PROGRAM TO
                       W10-REQ-COURSE(W10-REQUIRE-COUNT)
                   MOVE F08-REQ-CREDIT TO
                       W10-REQ-CREDIT(W10-REQUIRE-COUNT)
                   MOVE F08-REQ-CAT-YEAR TO
                       W10-REQ-CAT-YEAR(W10-REQUIRE-COUNT)
               ELSE
                   MOVE 'NO' TO W10-MORE-REQUIRE-SWITCH
                   MOVE 'REQUIREMENTS' TO W27-OVERFLOW-NAME
               END-IF
           END-IF.

      *118 check require catalog paragraph
      *a requirement naming a course the catalog does not carry, or
      *one it has retired, could never be met - loading it would
      *leave every student in the program with a gap no registration
      *can close. The line is refused and reported instead.
       118-CHECK-REQUIRE-CATALOG.
           MOVE F08-REQ-COURSE TO W30-LOOKUP-COURSE
           PERFORM 174-FIND-CATALOG-ENTRY

           IF W30-FOUND-SWITCH NOT = 'YES'
             OR W30-LOOKUP-RETIRED
               MOVE 'YES' TO W10-REQ-REFUSED-SWITCH
               IF W30-FOUND-SWITCH NOT = 'YES'
                   MOVE 'NOT IN CATALOG' TO W30-REFUSE-TEXT
               ELSE
                   MOVE 'RETIRED' TO W30-REFUSE-TEXT
               END-IF
               MOVE SPACES TO F03-OUTPUT-LINE
               STRING "REQUIREMENT REFUSED PGM=" DELIMITED BY SIZE
                   F08-REQ-PROGRAM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   F08-REQ-CAT-YEAR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   F08-REQ-COURSE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   W30-REFUSE-TEXT DELIMITED BY SIZE
                INTO F03-OUTPUT-LINE
               END-STRING
               PERFORM 399-WRITE-EXCEPTION-LINE
           END-IF.

      *120 load history paragraph
      *reads History.dat (if present) into W12-HISTORY-TABLE for the
      *run's change comparisons - the file itself stays untouched
                   MOVE F09-HIST-REMAINING TO W12-HOLD-REMAINING
                   MOVE F09-HIST-GPA TO W12-HOLD-GPA
                   MOVE F09-HIST-WARNING TO W12-HOLD-WARNING
                   MOVE F09-HIST-SAP-STATUS TO W12-HOLD-SAP-STATUS
                   IF F09-HIST-FLAG-RUNS IS NUMERIC
                       MOVE F09-HIST-FLAG-RUNS TO W12-HOLD-FLAG-RUNS
                   ELSE
      *old escalation-free behavior amounts to
                       MOVE 1 TO W12-HOLD-FLAG-RUNS
                   END-IF
      *likewise a record from before the absence counter reads as
      *present last run
                   IF F09-HIST-ABSENT-RUNS IS NUMERIC
                       MOVE F09-HIST-ABSENT-RUNS TO
                           W12-HOLD-ABSENT-RUNS
                   ELSE
                       MOVE 0 TO W12-HOLD-ABSENT-RUNS
                   END-IF
                   PERFORM 123-PLACE-HISTORY-ENTRY
               ELSE
                   MOVE 'NO' TO W12-MORE-HISTORY-SWITCH
           MOVE W12-HOLD-WARNING TO
               W12-TABLE-HIST-WARNING(W12-PLACE-INDEX)
           MOVE W12-HOLD-FLAG-RUNS TO
               W12-TABLE-HIST-FLAG-RUNS(W12-PLACE-INDEX)
           MOVE W12-HOLD-SAP-STATUS TO
               W12-TABLE-HIST-SAP-STATUS(W12-PLACE-INDEX)
           MOVE W12-HOLD-ABSENT-RUNS TO
               W12-TABLE-HIST-ABSENT-RUNS(W12-PLACE-INDEX).

      *124 shift one history paragraph
       124-SHIFT-ONE-HISTORY.
               END-IF
           END-IF.

      *170 load catalog paragraph
      *reads Catalog.dat (if present) into W30-CATALOG-TABLE at
      *startup, ahead of the edit pass and the requirement load that
      *both check against it. A missing or empty catalog is not fatal
      *- with nothing loaded, no course is refused and titles print
      *blank.
       170-LOAD-CATALOG.
           MOVE 0 TO W30-CATALOG-COUNT
           OPEN INPUT F33-CATALOG-FILE
           IF W30-CATALOG-STATUS = '00'
               MOVE SPACES TO W30-MORE-CATALOG-SWITCH
               PERFORM 171-READ-CATALOG-RECORD
                   UNTIL W30-MORE-CATALOG-SWITCH = 'NO'
               CLOSE F33-CATALOG-FILE
           END-IF.

      *171 read catalog record paragraph
      *a course code carried twice is a catalog keying slip - the
      *first record stands and the second goes to the exception
      *report, so the edit pass never judges credit hours against
      *whichever duplicate the search happened to land on. A record
      *past the table cap is a hard, audited stop.
       171-READ-CATALOG-RECORD.
           READ F33-CATALOG-FILE
               AT END MOVE 'NO' TO W30-MORE-CATALOG-SWITCH
           END-READ

           IF W30-MORE-CATALOG-SWITCH NOT = 'NO'
               MOVE F33-CAT-COURSE TO W30-LOOKUP-COURSE
               PERFORM 174-FIND-CATALOG-ENTRY
               IF W30-FOUND-SWITCH = 'YES'
                   MOVE SPACES TO F03-OUTPUT-LINE
                   STRING "DUPLICATE CATALOG COURSE=" DELIMITED BY SIZE
                       F33-CAT-COURSE DELIMITED BY SIZE
                    INTO F03-OUTPUT-LINE
                   END-STRING
                   PERFORM 399-WRITE-EXCEPTION-LINE
               ELSE
                   IF W30-CATALOG-COUNT < 1000
                       MOVE F33-CAT-COURSE TO W30-HOLD-COURSE
                       MOVE F33-CAT-TITLE TO W30-HOLD-TITLE
                       MOVE F33-CAT-CREDIT TO W30-HOLD-CREDIT
                       MOVE F33-CAT-DEPT TO W30-HOLD-DEPT
                       MOVE F33-CAT-STATUS TO W30-HOLD-STATUS
                       PERFORM 172-PLACE-CATALOG-ENTRY
                   ELSE
                       MOVE 'NO' TO W30-MORE-CATALOG-SWITCH
                       MOVE 'COURSE CATALOG' TO W27-OVERFLOW-NAME
                       PERFORM 109-REPORT-TABLE-OVERFLOW
                   END-IF
               END-IF
           END-IF.

      *172 place catalog entry paragraph
      *slots the held entry into the table at its place in course
      *order - what keeps the binary search in 174-FIND-CATALOG-ENTRY
      *honest
       172-PLACE-CATALOG-ENTRY.
           ADD 1 TO W30-CATALOG-COUNT
           MOVE W30-CATALOG-COUNT TO W30-PLACE-INDEX
           PERFORM 173-SHIFT-ONE-CATALOG
               UNTIL W30-PLACE-INDEX = 1
                  OR W30-TABLE-COURSE(W30-PLACE-INDEX - 1)
                     NOT > W30-HOLD-COURSE

           MOVE W30-HOLD-ENTRY TO W30-CATALOG-ENTRY(W30-PLACE-INDEX).

      *173 shift one catalog paragraph
       173-SHIFT-ONE-CATALOG.
           MOVE W30-CATALOG-ENTRY(W30-PLACE-INDEX - 1)
               TO W30-CATALOG-ENTRY(W30-PLACE-INDEX)
           SUBTRACT 1 FROM W30-PLACE-INDEX.

      *183 load calendar paragraph
      *reads Calendar.dat (if present) ahead of the edit pass. With
      *no calendar loaded the edit pass falls back to checking term
      *codes for numeric only and no incomplete ever lapses - there
      *is no deadline to judge it by.
       183-LOAD-CALENDAR.
           MOVE 0 TO W38-CAL-COUNT
           OPEN INPUT F42-CALENDAR-FILE
           IF W38-CALENDAR-STATUS = '00'
               MOVE SPACES TO W38-MORE-CALENDAR-SWITCH
               PERFORM 184-READ-CALENDAR-RECORD
                   UNTIL W38-MORE-CALENDAR-SWITCH = 'NO'
               CLOSE F42-CALENDAR-FILE
           END-IF.

      *184 read calendar record paragraph
      *a term carried twice keeps its first record, and a record
      *whose dates are not numeric is refused outright - either way
      *the exception report says so
       184-READ-CALENDAR-RECORD.
           READ F42-CALENDAR-FILE
               AT END MOVE 'NO' TO W38-MORE-CALENDAR-SWITCH
           END-READ

           IF W38-MORE-CALENDAR-SWITCH NOT = 'NO'
               MOVE F42-CAL-TERM TO W38-LOOKUP-TERM
               PERFORM 185-FIND-CALENDAR-TERM
               IF W38-CAL-FOUND-SWITCH = 'YES'
                 OR F42-CAL-START IS NOT NUMERIC
                 OR F42-CAL-END IS NOT NUMERIC
                 OR F42-CAL-DEADLINE IS NOT NUMERIC
                   MOVE SPACES TO F03-OUTPUT-LINE
                   STRING "BAD CALENDAR RECORD " DELIMITED BY SIZE
                       F42-CALENDAR-RECORD DELIMITED BY SIZE
                    INTO F03-OUTPUT-LINE
                   END-STRING
                   PERFORM 399-WRITE-EXCEPTION-LINE
               ELSE
                   IF W38-CAL-COUNT < 200
                       ADD 1 TO W38-CAL-COUNT
                       MOVE F42-CAL-TERM TO W38-CAL-TERM(W38-CAL-COUNT)
                       MOVE F42-CAL-START TO
                           W38-CAL-START(W38-CAL-COUNT)
                       MOVE F42-CAL-END TO W38-CAL-END(W38-CAL-COUNT)
                       MOVE F42-CAL-DEADLINE TO
                           W38-CAL-DEADLINE(W38-CAL-COUNT)
                   ELSE
                       MOVE 'NO' TO W38-MORE-CALENDAR-SWITCH
                       MOVE 'ACADEMIC CALENDAR' TO W27-OVERFLOW-NAME
                       PERFORM 109-REPORT-TABLE-OVERFLOW
                   END-IF
               END-IF
           END-IF.

      *185 find calendar term paragraph
      *a few dozen terms at most, so a straight scan - sets the
      *found switch and leaves the term's lapse deadline in
      *W38-FOUND-DEADLINE
       185-FIND-CALENDAR-TERM.
           MOVE SPACES TO W38-CAL-FOUND-SWITCH
           MOVE 0 TO W38-FOUND-DEADLINE
           MOVE 1 TO W38-CAL-INDEX
           PERFORM 186-CHECK-ONE-CALENDAR-TERM
               UNTIL W38-CAL-FOUND-SWITCH = 'YES'
                  OR W38-CAL-INDEX > W38-CAL-COUNT.

      *186 check one calendar term paragraph
       186-CHECK-ONE-CALENDAR-TERM.
           IF W38-CAL-TERM(W38-CAL-INDEX) = W38-LOOKUP-TERM
               MOVE 'YES' TO W38-CAL-FOUND-SWITCH
               MOVE W38-CAL-DEADLINE(W38-CAL-INDEX)
                   TO W38-FOUND-DEADLINE
           ELSE
               ADD 1 TO W38-CAL-INDEX
           END-IF.

      *174 find catalog entry paragraph
      *binary search of the catalog for W30-LOOKUP-COURSE - every
      *caller (edit pass, requirement load, transaction check, and
      *each titled report line) comes through here
       174-FIND-CATALOG-ENTRY.
           MOVE SPACES TO W30-FOUND-SWITCH
           MOVE SPACES TO W30-LOOKUP-TITLE
           MOVE 0 TO W30-LOOKUP-CREDIT
           MOVE SPACES TO W30-LOOKUP-DEPT
           MOVE SPACES TO W30-LOOKUP-STATUS
           MOVE 1 TO W30-SEARCH-LO
           MOVE W30-CATALOG-COUNT TO W30-SEARCH-HI
           PERFORM 175-CHECK-ONE-CATALOG-ENTRY
               UNTIL W30-FOUND-SWITCH = 'YES'
                  OR W30-SEARCH-LO > W30-SEARCH-HI
           .

      *175 check one catalog entry paragraph
       175-CHECK-ONE-CATALOG-ENTRY.
           ADD W30-SEARCH-LO W30-SEARCH-HI GIVING W30-SEARCH-MID
           DIVIDE W30-SEARCH-MID BY 2 GIVING W30-SEARCH-MID

           IF W30-TABLE-COURSE(W30-SEARCH-MID) = W30-LOOKUP-COURSE
               MOVE 'YES' TO W30-FOUND-SWITCH
               MOVE W30-TABLE-TITLE(W30-SEARCH-MID)
                   TO W30-LOOKUP-TITLE
               MOVE W30-TABLE-CREDIT(W30-SEARCH-MID)
                   TO W30-LOOKUP-CREDIT
               MOVE W30-TABLE-DEPT(W30-SEARCH-MID)
                   TO W30-LOOKUP-DEPT
               MOVE W30-TABLE-STATUS(W30-SEARCH-MID)
                   TO W30-LOOKUP-STATUS
           ELSE
               IF W30-TABLE-COURSE(W30-SEARCH-MID) < W30-LOOKUP-COURSE
                   ADD 1 W30-SEARCH-MID GIVING W30-SEARCH-LO
               ELSE
                   SUBTRACT 1 FROM W30-SEARCH-MID
                       GIVING W30-SEARCH-HI
               END-IF
           END-IF.

      *176 load substitutions paragraph
      *reads Substitute.dat (if present) into W31-SUBST-RULE-TABLE at
      *startup, mirroring 125-LOAD-PREREQUISITES
       176-LOAD-SUBSTITUTIONS.
           MOVE 0 TO W31-SUBST-COUNT
           OPEN INPUT F34-SUBSTITUTE-FILE
           IF W31-SUBST-STATUS = '00'
               MOVE SPACES TO W31-MORE-SUBST-SWITCH
               PERFORM 177-READ-SUBSTITUTE-RECORD
                   UNTIL W31-MORE-SUBST-SWITCH = 'NO'
               CLOSE F34-SUBSTITUTE-FILE
           END-IF.

      *177 read substitute record paragraph
      *a line that is neither kind of rule, names no course on
      *either side, or is a student rule with no usable student ID
      *or approver goes to the exception report instead of the
      *table - an unapproved substitution must never quietly close
      *a student's requirement. A record past the table cap is a
      *hard, audited stop.
       177-READ-SUBSTITUTE-RECORD.
           READ F34-SUBSTITUTE-FILE
               AT END MOVE 'NO' TO W31-MORE-SUBST-SWITCH
           END-READ

           IF W31-MORE-SUBST-SWITCH NOT = 'NO'
               IF (NOT F34-IS-EQUIVALENCE AND NOT F34-IS-STUDENT-SUB)
                 OR F34-SUB-REQUIRED = SPACES
                 OR F34-SUB-USED = SPACES
                 OR (F34-IS-STUDENT-SUB
                   AND (F34-SUB-ID IS NOT NUMERIC
                     OR F34-SUB-APPROVER = SPACES))
                   MOVE SPACES TO F03-OUTPUT-LINE
                   STRING "BAD SUBSTITUTION " DELIMITED BY SIZE
                       F34-SUBSTITUTE-RECORD DELIMITED BY SIZE
                    INTO F03-OUTPUT-LINE
                   END-STRING
                   PERFORM 399-WRITE-EXCEPTION-LINE
               ELSE
                   IF W31-SUBST-COUNT < 500
                       ADD 1 TO W31-SUBST-COUNT
                       MOVE F34-SUB-TYPE TO
                           W31-RULE-TYPE(W31-SUBST-COUNT)
                       MOVE F34-SUB-REQUIRED TO
                           W31-RULE-REQUIRED(W31-SUBST-COUNT)
                       MOVE F34-SUB-USED TO
                           W31-RULE-USED(W31-SUBST-COUNT)
                       IF F34-IS-STUDENT-SUB
                           MOVE F34-SUB-ID TO
                               W31-RULE-ID(W31-SUBST-COUNT)
                           MOVE F34-SUB-APPROVER TO
                               W31-RULE-APPROVER(W31-SUBST-COUNT)
                           MOVE F34-SUB-DATE TO
                               W31-RULE-DATE(W31-SUBST-COUNT)
                       ELSE
                           MOVE 0 TO W31-RULE-ID(W31-SUBST-COUNT)
                           MOVE SPACES TO
                               W31-RULE-APPROVER(W31-SUBST-COUNT)
                           MOVE SPACES TO
                               W31-RULE-DATE(W31-SUBST-COUNT)
                       END-IF
                   ELSE
                       MOVE 'NO' TO W31-MORE-SUBST-SWITCH
                       MOVE 'SUBSTITUTIONS' TO W27-OVERFLOW-NAME
                       PERFORM 109-REPORT-TABLE-OVERFLOW
                   END-IF
               END-IF
           END-IF.

      *105 load restart checkpoint paragraph
      *reads Checkpoint.dat (if any) left by a prior run that did not
      *finish, so 302-PROCESS-ONE-STUDENT can resume the expensive
               WRITE F21-NOTIFY-RECORD

               MOVE SPACES TO F32-OUTPUT-LINE
               STRING 'STUDENT ID,PROGRAM,COURSE,CREDIT HOURS,TITLE'
                   DELIMITED BY SIZE
                INTO F32-OUTPUT-LINE
               END-STRING
               W15-REJECT-LIMIT DELIMITED BY SIZE
               '  EXCEPTION LIMIT=' DELIMITED BY SIZE
               W19-EXCEPTION-LIMIT DELIMITED BY SIZE
               '  CATALOG YEAR=' DELIMITED BY SIZE
               W32-CURRENT-CAT-YEAR DELIMITED BY SIZE
            INTO F02-OUTPUT-LINE
           END-STRING
           PERFORM 356-WRITE-REPORT-LINE
           END-STRING
           PERFORM 356-WRITE-REPORT-LINE

           MOVE W33-SAP-MIN-GPA TO W33-SAP-MIN-EDIT
           MOVE SPACES TO F02-OUTPUT-LINE
           STRING 'FINANCIAL AID SAP: MIN GPA=' DELIMITED BY SIZE
               W33-SAP-MIN-EDIT DELIMITED BY SIZE
               '  MIN PACE=' DELIMITED BY SIZE
               W33-SAP-MIN-PACE DELIMITED BY SIZE
               '  MAX TIMEFRAME=' DELIMITED BY SIZE
               W33-SAP-MAX-PCT DELIMITED BY SIZE
               ' PCT OF REQUIRED HOURS' DELIMITED BY SIZE
            INTO F02-OUTPUT-LINE
           END-STRING
           PERFORM 356-WRITE-REPORT-LINE

           MOVE W34-DL-MIN-GPA TO W34-ECHO-EDIT-1
           MOVE W34-CUM-GPA TO W34-ECHO-EDIT-2
           MOVE W34-MAGNA-GPA TO W34-ECHO-EDIT-3
           MOVE W34-SUMMA-GPA TO W34-ECHO-EDIT-4
           MOVE SPACES TO F02-OUTPUT-LINE
           STRING "DEAN'S LIST: MIN TERM GPA=" DELIMITED BY SIZE
               W34-ECHO-EDIT-1 DELIMITED BY SIZE
               '  MIN GRADED HOURS=' DELIMITED BY SIZE
               W34-DL-MIN-HOURS DELIMITED BY SIZE
               '  HONORS: CUM LAUDE=' DELIMITED BY SIZE
               W34-ECHO-EDIT-2 DELIMITED BY SIZE
               '  MAGNA=' DELIMITED BY SIZE
               W34-ECHO-EDIT-3 DELIMITED BY SIZE
               '  SUMMA=' DELIMITED BY SIZE
               W34-ECHO-EDIT-4 DELIMITED BY SIZE
               '  MIN RESIDENT HOURS=' DELIMITED BY SIZE
               W34-HON-MIN-HOURS DELIMITED BY SIZE
            INTO F02-OUTPUT-LINE
           END-STRING
           PERFORM 356-WRITE-REPORT-LINE

           MOVE SPACES TO F02-OUTPUT-LINE
           STRING 'GRADE DISTRIBUTION: DFW LIMIT=' DELIMITED BY SIZE
               W36-DFW-LIMIT DELIMITED BY SIZE
               ' PCT' DELIMITED BY SIZE
            INTO F02-OUTPUT-LINE
           END-STRING
           PERFORM 356-WRITE-REPORT-LINE

           MOVE SPACES TO F02-OUTPUT-LINE
           STRING 'INCOMPLETE LAPSE: CALENDAR TERMS=' DELIMITED BY SIZE
               W38-CAL-COUNT DELIMITED BY SIZE
               '  NOTICE WINDOW=' DELIMITED BY SIZE
               W38-NOTICE-DAYS DELIMITED BY SIZE
               ' DAYS' DELIMITED BY SIZE
            INTO F02-OUTPUT-LINE
           END-STRING
           PERFORM 356-WRITE-REPORT-LINE

           MOVE SPACES TO F02-OUTPUT-LINE
           STRING 'ARCHIVE RULES: GRADUATES AFTER=' DELIMITED BY SIZE
               W39-GRAD-TERMS DELIMITED BY SIZE
               ' TERMS  ABSENT AFTER=' DELIMITED BY SIZE
               W39-ABSENT-LIMIT DELIMITED BY SIZE
               ' RUNS' DELIMITED BY SIZE
            INTO F02-OUTPUT-LINE
           END-STRING
           PERFORM 356-WRITE-REPORT-LINE

           MOVE 1 TO W14-ECHO-INDEX
           PERFORM 204-ECHO-ONE-GRADE
               UNTIL W14-ECHO-INDEX > W14-GRADE-COUNT
           .

                   MOVE W04-CURRENT-ID TO W09-LOOKUP-ID
                   PERFORM 364-FIND-STUDENT-MASTER
                   PERFORM 303-CHECK-REQUESTED
                   PERFORM 780-CHECK-ARCHIVED-STUDENT

      *a student outside a request-mode list, or outside a run
      *filtered to one program (FILTER in Params.dat), is read past
      *the same way a restart skip does - nothing is computed and no
      *work record is written. A requested student squeezed out by
      *the filter is still accounted for on the on-demand report.
      *A student archive mode moved off the masters is read past
      *too, until a restore brings them back - the extract can go
      *on carrying a graduate for terms after the archive.
                   IF W18-REQ-MATCH-SWITCH NOT = 'YES'
                     OR (W14-FILTER-PROGRAM NOT = SPACES
                     AND W09-LOOKUP-PROGRAM NOT = W14-FILTER-PROGRAM)
                     OR W39-ARCHIVED-SWITCH = 'YES'
                       IF W18-REQUEST-MODE-SWITCH = 'YES'
                         AND W18-REQ-MATCH-SWITCH = 'YES'
                           IF W39-ARCHIVED-SWITCH = 'YES'
                               PERFORM 782-REPORT-ARCHIVED-REQUEST
                           ELSE
                               PERFORM 344-REPORT-FILTERED-REQUEST
                           END-IF
                       END-IF
                       MOVE 'YES' TO W04-MORE-CONTINUATIONS-SWITCH
                       PERFORM 304-SKIP-ONE-CONTINUATION
                       PERFORM 334-FIND-CURRENT-TERM
                       PERFORM 339-COMPUTE-TERM-GPA
                       PERFORM 325-CHECK-ACADEMIC-WARNING
                       PERFORM 800-EVALUATE-SAP

      *MOVE TO WORK RECORD

                       MOVE W02-GAP-TABLE TO W21-GAP-TABLE
                       MOVE W02-REPEAT-COUNT TO W21-REPEAT-COUNT
                       MOVE W02-REPEAT-TABLE TO W21-REPEAT-TABLE
                       MOVE W02-SUBST-COUNT TO W21-SUBST-COUNT
                       MOVE W02-SUBST-TABLE TO W21-SUBST-TABLE
                       MOVE W02-CATALOG-YEAR TO W21-CATALOG-YEAR
                       MOVE W33-SAP-CODE TO W21-SAP-STATUS

                       IF W18-SUBSET-RUN-SWITCH = 'YES'
                           MOVE W21-WORK-RECORD TO
                       END-IF
                       IF W18-SUBSET-RUN-SWITCH NOT = 'YES'
                           PERFORM 337-WRITE-GRADE-MASTER
                           PERFORM 802-WRITE-SAP-EXTRACT
                           PERFORM 810-CHECK-DEANS-LIST
                           PERFORM 950-CHECK-INCOMPLETE-LAPSE
                           IF W02-REMAINING = 0
                               PERFORM 345-CERTIFY-CANDIDATE
                           END-IF
                   END-IF
               ELSE
      *restart skips only happen on full runs - subset runs are
      *stateless and never load a restart position. An archived
      *student is still counted, so the record count the restarted
      *run checks sees the same skips the first attempt did.
                   MOVE W04-CURRENT-ID TO W09-LOOKUP-ID
                   PERFORM 364-FIND-STUDENT-MASTER
                   PERFORM 303-CHECK-REQUESTED
                   PERFORM 780-CHECK-ARCHIVED-STUDENT
                   MOVE 'YES' TO W04-MORE-CONTINUATIONS-SWITCH
                   PERFORM 304-SKIP-ONE-CONTINUATION
                       UNTIL W04-MORE-CONTINUATIONS-SWITCH = 'NO'
                    S01-TERM-GPA-EDIT DELIMITED BY SIZE
                    "   " DELIMITED BY SIZE
                    S01-WARNING-MARKER DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    S01-CATALOG-YEAR DELIMITED BY SIZE
                INTO W01-DETAIL-LINE
               END-STRING

                       PERFORM 366-PRINT-GAP-SECTION
                   END-IF

                   IF S01-SUBST-COUNT > 0
                       PERFORM 361-PRINT-SUBST-SECTION
                   END-IF

                   PERFORM 378-WRITE-PLAN-EXTRACT

                   IF S01-WARNING-MARKER NOT = SPACES
           .

      *368 print one gap paragraph
      *each gap line carries the course's catalog title and its
      *sequencing verdict: ELIGIBLE NOW
      *when nothing stands in front of the course, or BLOCKED BY the
      *prerequisite gap the student has to clear first
       368-PRINT-ONE-GAP.
           PERFORM 385-JUDGE-GAP-ELIGIBILITY

           MOVE S01-GAP-COURSE-CODE(W08-GAP-INDEX) TO W30-LOOKUP-COURSE
           PERFORM 174-FIND-CATALOG-ENTRY

           MOVE SPACES TO F02-OUTPUT-LINE
           STRING "       " DELIMITED BY SIZE
               S01-GAP-COURSE-CODE(W08-GAP-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               W30-LOOKUP-TITLE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               S01-GAP-CREDIT(W08-GAP-INDEX) DELIMITED BY SIZE
               " CREDIT HOURS  " DELIMITED BY SIZE
               W20-ELIG-TEXT DELIMITED BY SIZE

           ADD 1 TO W08-GAP-INDEX.

      *361 print substitution section paragraph
      *follows the gap detail with the requirements that were met by
      *a substitution rule rather than the course itself, one line
      *each, so an evaluator reading the gaps can see why a required
      *course the student never took is not among them
       361-PRINT-SUBST-SECTION.
           MOVE SPACES TO F02-OUTPUT-LINE
           STRING "     REQUIREMENTS MET BY SUBSTITUTION:"
               DELIMITED BY SIZE
            INTO F02-OUTPUT-LINE
           END-STRING
           PERFORM 356-WRITE-REPORT-LINE

           MOVE 1 TO W31-PRINT-INDEX
           PERFORM 373-PRINT-ONE-SUBST
               UNTIL W31-PRINT-INDEX > S01-SUBST-COUNT
           .

      *373 print one substitution paragraph
       373-PRINT-ONE-SUBST.
           MOVE S01-SUBST-TYPE(W31-PRINT-INDEX) TO W31-PRINT-TYPE
           MOVE S01-SUBST-APPROVER(W31-PRINT-INDEX)
               TO W31-PRINT-APPROVER
           MOVE S01-SUBST-DATE(W31-PRINT-INDEX) TO W31-PRINT-DATE
           PERFORM 389-SET-SUBST-TEXT

           MOVE SPACES TO F02-OUTPUT-LINE
           STRING "       " DELIMITED BY SIZE
               S01-SUBST-REQUIRED(W31-PRINT-INDEX) DELIMITED BY SIZE
               "  MET BY " DELIMITED BY SIZE
               S01-SUBST-USED(W31-PRINT-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               W31-SUBST-TEXT DELIMITED BY SIZE
            INTO F02-OUTPUT-LINE
           END-STRING
           PERFORM 356-WRITE-REPORT-LINE

           ADD 1 TO W31-PRINT-INDEX.

      *389 set substitution text paragraph
      *describes the rule behind one substitution line - a catalog
      *equivalence, or a student substitution with its approver and
      *approval date - for both Report.dat and Detail.dat
       389-SET-SUBST-TEXT.
           MOVE SPACES TO W31-SUBST-TEXT
           IF W31-PRINT-TYPE = 'S'
               STRING "STUDENT SUB APPROVED BY " DELIMITED BY SIZE
                   W31-PRINT-APPROVER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   W31-PRINT-DATE DELIMITED BY SIZE
                INTO W31-SUBST-TEXT
               END-STRING
           ELSE
               MOVE "CATALOG EQUIVALENCE" TO W31-SUBST-TEXT
           END-IF.

      *385 judge gap eligibility paragraph
      *a gap course is blocked when one of its prerequisites is
      *itself still on the student's gap list - a prerequisite the
           MOVE SPACES TO W09-LOOKUP-NAME
           MOVE SPACES TO W09-LOOKUP-PROGRAM
           MOVE SPACES TO W09-LOOKUP-ADVISOR
           MOVE SPACES TO W09-LOOKUP-CAT-YEAR
           MOVE 1 TO W09-SEARCH-LO
           MOVE W09-STUDENT-COUNT TO W09-SEARCH-HI
           PERFORM 365-CHECK-ONE-MASTER-ENTRY
                   TO W09-LOOKUP-PROGRAM
               MOVE W09-TABLE-ADVISOR(W09-SEARCH-MID)
                   TO W09-LOOKUP-ADVISOR
               MOVE W09-TABLE-CAT-YEAR(W09-SEARCH-MID)
                   TO W09-LOOKUP-CAT-YEAR
           ELSE
               IF W09-TABLE-ID(W09-SEARCH-MID) < W09-LOOKUP-ID
                   ADD 1 W09-SEARCH-MID GIVING W09-SEARCH-LO
               MOVE 'Y' TO F23-HN-WARNING
           END-IF
           MOVE S01-FLAG-RUNS TO F23-HN-FLAG-RUNS
           MOVE S01-SAP-STATUS TO F23-HN-SAP-STATUS
           MOVE 0 TO F23-HN-ABSENT-RUNS
           WRITE F23-HISTNEW-RECORD.

      *372 check run changes paragraph
           MOVE SPACES TO W12-PRIOR-GPA
           MOVE 'N' TO W12-PRIOR-WARNING
           MOVE 0 TO W12-PRIOR-FLAG-RUNS
           MOVE SPACES TO W12-PRIOR-SAP-STATUS
           MOVE 1 TO W12-SEARCH-LO
           MOVE W12-HISTORY-COUNT TO W12-SEARCH-HI
           PERFORM 376-CHECK-ONE-HISTORY-ENTRY
                   TO W12-PRIOR-WARNING
               MOVE W12-TABLE-HIST-FLAG-RUNS(W12-SEARCH-MID)
                   TO W12-PRIOR-FLAG-RUNS
               MOVE W12-TABLE-HIST-SAP-STATUS(W12-SEARCH-MID)
                   TO W12-PRIOR-SAP-STATUS
           ELSE
               IF W12-TABLE-HIST-ID(W12-SEARCH-MID) < W12-LOOKUP-ID
                   ADD 1 W12-SEARCH-MID GIVING W12-SEARCH-LO
             AND W29-PLAN-TRIAL NOT > W29-MAX-LOAD
               MOVE W29-PLAN-TRIAL TO W29-PLAN-LOAD

               MOVE S01-GAP-COURSE-CODE(W08-GAP-INDEX)
                   TO W30-LOOKUP-COURSE
               PERFORM 174-FIND-CATALOG-ENTRY

      *the title goes last so every column the registration
      *office's preload already reads stays where it was
               MOVE SPACES TO F32-OUTPUT-LINE
               STRING S01-ID DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                       DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   S01-GAP-CREDIT(W08-GAP-INDEX) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   W30-LOOKUP-TITLE DELIMITED BY SIZE
                INTO F32-OUTPUT-LINE
               END-STRING
               WRITE F32-PLAN-RECORD
               W09-LOOKUP-NAME DELIMITED BY SIZE
               " PROGRAM=" DELIMITED BY SIZE
               W09-LOOKUP-PROGRAM DELIMITED BY SIZE
               " CATALOG YEAR=" DELIMITED BY SIZE
               W02-CATALOG-YEAR DELIMITED BY SIZE
            INTO F14-OUTPUT-LINE
           END-STRING
           WRITE F14-DETAIL-RECORD

           MOVE SPACES TO F14-OUTPUT-LINE
           STRING "  COURSE   TITLE" DELIMITED BY SIZE
               "                           " DELIMITED BY SIZE
               "GRADE  HOURS  POINTS" DELIMITED BY SIZE
            INTO F14-OUTPUT-LINE
           END-STRING
           WRITE F14-DETAIL-RECORD
               PERFORM 347-WRITE-TERM-SUBTOTAL
           END-IF

      *a requirement met through a substitution rule is named ahead
      *of the summary, with the course that met it
           MOVE 1 TO W31-PRINT-INDEX
           PERFORM 375-WRITE-ONE-SUBST-DETAIL
               UNTIL W31-PRINT-INDEX > W02-SUBST-COUNT

           MOVE SPACES TO F14-OUTPUT-LINE
           STRING "  SUMMARY: COMPLETE=" DELIMITED BY SIZE
               W02-NUMBER-CREDITS DELIMITED BY SIZE
               ADD W16-DETAIL-POINTS TO W16-TERM-POINTS
           END-IF

      *the catalog title rides next to the course code so an appeal
      *meeting reads the transcript without the printed catalog
           MOVE W13-ATT-COURSE(W16-DETAIL-INDEX) TO W30-LOOKUP-COURSE
           PERFORM 174-FIND-CATALOG-ENTRY

           MOVE SPACES TO F14-OUTPUT-LINE
           IF W13-ATT-FORGIVEN(W16-DETAIL-INDEX)
               STRING "  " DELIMITED BY SIZE
                   W13-ATT-COURSE(W16-DETAIL-INDEX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   W30-LOOKUP-TITLE DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   W13-ATT-GRADE(W16-DETAIL-INDEX) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
           ELSE
               STRING "  " DELIMITED BY SIZE
                   W13-ATT-COURSE(W16-DETAIL-INDEX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   W30-LOOKUP-TITLE DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   W13-ATT-GRADE(W16-DETAIL-INDEX) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE

           ADD 1 TO W16-DETAIL-INDEX.

      *375 write one substitution detail paragraph
       375-WRITE-ONE-SUBST-DETAIL.
           MOVE W02-SUBST-TYPE(W31-PRINT-INDEX) TO W31-PRINT-TYPE
           MOVE W02-SUBST-APPROVER(W31-PRINT-INDEX)
               TO W31-PRINT-APPROVER
           MOVE W02-SUBST-DATE(W31-PRINT-INDEX) TO W31-PRINT-DATE
           PERFORM 389-SET-SUBST-TEXT

           MOVE SPACES TO F14-OUTPUT-LINE
           STRING "  SUBSTITUTION: " DELIMITED BY SIZE
               W02-SUBST-REQUIRED(W31-PRINT-INDEX) DELIMITED BY SIZE
               " MET BY " DELIMITED BY SIZE
               W02-SUBST-USED(W31-PRINT-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               W31-SUBST-TEXT DELIMITED BY SIZE
            INTO F14-OUTPUT-LINE
           END-STRING
           WRITE F14-DETAIL-RECORD

           ADD 1 TO W31-PRINT-INDEX.

      *347 write term subtotal paragraph
      *closes a transcript term group with that term's GPA over its
      *counted attempts, then zeroes the accumulators for the next

      *338 write one master attempt paragraph
       338-WRITE-ONE-MASTER-ATTEMPT.
           PERFORM 377-SET-ATTEMPT-SEQUENCE
           MOVE W04-CURRENT-ID TO F15-GM-ID
           MOVE W13-ATT-COURSE(W17-ATT-INDEX) TO F15-GM-COURSE
           MOVE W13-ATT-GRADE(W17-ATT-INDEX) TO F15-GM-GRADE
           MOVE W13-ATT-CREDIT(W17-ATT-INDEX) TO F15-GM-CREDIT
           MOVE W13-ATT-TERM(W17-ATT-INDEX) TO F15-GM-TERM
           IF W17-ATT-SEQ > 9
               PERFORM 536-REPORT-DUPLICATE-ATTEMPT
           ELSE
               MOVE W17-ATT-SEQ TO F15-GM-SEQ
               WRITE F15-GRADEMAST-RECORD
                   INVALID KEY PERFORM 536-REPORT-DUPLICATE-ATTEMPT
               END-WRITE
           END-IF

           ADD 1 TO W17-ATT-INDEX.

      *377 set attempt sequence paragraph
       377-SET-ATTEMPT-SEQUENCE.
           MOVE 1 TO W17-ATT-SEQ
           MOVE 1 TO W17-SEQ-INDEX
           PERFORM 391-COUNT-ONE-PRIOR-ATTEMPT
               UNTIL W17-SEQ-INDEX >= W17-ATT-INDEX.

      *391 count one prior attempt paragraph
       391-COUNT-ONE-PRIOR-ATTEMPT.
           IF W13-ATT-COURSE(W17-SEQ-INDEX) =
               W13-ATT-COURSE(W17-ATT-INDEX)
             AND W13-ATT-TERM(W17-SEQ-INDEX) =
               W13-ATT-TERM(W17-ATT-INDEX)
               ADD 1 TO W17-ATT-SEQ
           END-IF
           ADD 1 TO W17-SEQ-INDEX.


      *340 accumulate trailer totals paragraph
      *keeps the running batch control totals that 390-WRITE-TRAILER
      *prints after the last detail line, for reconciling the report
      *345 certify candidate paragraph
      *the student just evaluated finished with nothing remaining -
      *apply the registrar's certification rules in severity order
      *and write one Certify.dat verdict: PASS (with any Latin honors
      *from 820-SET-LATIN-HONORS), or FAIL with the first rule that
      *stopped them. The master lookup left by
      *322-APPLY-REQUIREMENTS is still in hand for the name, and so
      *is W10-REQ-TOTAL-CREDITS - the CERTSPEC cap measures the raw
      *transferred/proficiency hours against that requirement

           MOVE SPACES TO F27-OUTPUT-LINE
           IF W23-FAIL-REASON = SPACES
               PERFORM 820-SET-LATIN-HONORS
               STRING 'ID=' DELIMITED BY SIZE
                   W04-CURRENT-ID DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   W09-LOOKUP-NAME DELIMITED BY SIZE
                   ' PASS' DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   W34-HONORS-TEXT DELIMITED BY SIZE
                INTO F27-OUTPUT-LINE
               END-STRING
           ELSE
      *certification cap's requirement-total arithmetic
           ADD W02-TRANSFERRED W02-PROFICIENCY
               GIVING W23-SPECIAL-HOURS
      *and the raw attempted and earned hours likewise, for the
      *financial-aid pace and timeframe in 800-EVALUATE-SAP
           MOVE W02-NUMBER-COURSES TO W33-SAP-ATTEMPTED
           MOVE W02-NUMBER-CREDITS TO W33-SAP-EARNED
      *and the transferred hours alone, which graduation honors do
      *not count as resident hours
           MOVE W02-TRANSFERRED TO W34-TRANSFER-HOURS

           IF W02-NUMBER-COURSES = 0
               MOVE 100 TO W02-REMAINING
       322-APPLY-REQUIREMENTS.
           MOVE 0 TO W10-REQ-TOTAL-CREDITS
           MOVE 0 TO W10-GAP-CREDITS
           MOVE SPACES TO W02-CATALOG-YEAR

           MOVE W04-CURRENT-ID TO W09-LOOKUP-ID
           PERFORM 364-FIND-STUDENT-MASTER

           IF W09-FOUND-SWITCH = 'YES'
             AND W09-LOOKUP-PROGRAM NOT = SPACES
               PERFORM 205-SELECT-CATALOG-YEAR
               IF W32-SET-FOUND-SWITCH = 'YES'
                   MOVE 1 TO W10-REQUIRE-INDEX
                   PERFORM 323-CHECK-ONE-REQUIREMENT
                       UNTIL W10-REQUIRE-INDEX > W10-REQUIRE-COUNT
               END-IF
           END-IF

           IF W10-REQ-TOTAL-CREDITS > 0

      *323 check one requirement paragraph
      *tallies one Require.dat entry for the current student's
      *program and catalog year (the set 205-SELECT-CATALOG-YEAR
      *chose): required credits into the program total, and the
      *course into the gap table when neither the course itself nor
      *a substitution rule for it was passed
       323-CHECK-ONE-REQUIREMENT.
           IF W10-REQ-PROGRAM(W10-REQUIRE-INDEX) = W09-LOOKUP-PROGRAM
             AND W10-REQ-CAT-YEAR(W10-REQUIRE-INDEX) = W02-CATALOG-YEAR
               ADD W10-REQ-CREDIT(W10-REQUIRE-INDEX)
                   TO W10-REQ-TOTAL-CREDITS

                   TO W11-PASSED-LOOKUP
               PERFORM 324-FIND-PASSED-COURSE

               IF W11-PASSED-FOUND-SWITCH NOT = 'YES'
                 AND W31-SUBST-COUNT > 0
                   MOVE W10-REQ-COURSE(W10-REQUIRE-INDEX)
                       TO W31-REQ-LOOKUP
                   PERFORM 301-FIND-SUBSTITUTION
               END-IF

               IF W11-PASSED-FOUND-SWITCH NOT = 'YES'
                   ADD W10-REQ-CREDIT(W10-REQUIRE-INDEX)
                       TO W10-GAP-CREDITS

           ADD 1 TO W10-REQUIRE-INDEX.

      *205 select catalog year paragraph
      *picks which of the program's requirement sets the current
      *student is measured against: the newest one whose catalog
      *year is not later than the student's own, so a curriculum
      *revision reaches new admits without moving the goalposts on
      *students admitted under an older catalog. A student with no
      *catalog year on the master is held to the newest set. A
      *student whose year predates every set the program has gets
      *the oldest one. A blank set year ranks before every real
      *year, so a program that has never been versioned keeps its
      *one set for everybody. The set chosen lands in
      *W02-CATALOG-YEAR for the report and transcript.
       205-SELECT-CATALOG-YEAR.
           MOVE W09-LOOKUP-CAT-YEAR TO W32-YEAR-LIMIT
           IF W32-YEAR-LIMIT = SPACES
               MOVE '9999' TO W32-YEAR-LIMIT
           END-IF
           MOVE SPACES TO W32-BEST-SWITCH
           MOVE SPACES TO W32-OLDEST-SWITCH
           MOVE SPACES TO W32-SET-FOUND-SWITCH

           MOVE 1 TO W10-REQUIRE-INDEX
           PERFORM 206-CHECK-ONE-YEAR-SET
               UNTIL W10-REQUIRE-INDEX > W10-REQUIRE-COUNT

           IF W32-BEST-SWITCH = 'YES'
               MOVE W32-BEST-YEAR TO W02-CATALOG-YEAR
               MOVE 'YES' TO W32-SET-FOUND-SWITCH
           ELSE
               IF W32-OLDEST-SWITCH = 'YES'
                   MOVE W32-OLDEST-YEAR TO W02-CATALOG-YEAR
                   MOVE 'YES' TO W32-SET-FOUND-SWITCH
               END-IF
           END-IF.

      *206 check one year set paragraph
       206-CHECK-ONE-YEAR-SET.
           IF W10-REQ-PROGRAM(W10-REQUIRE-INDEX) = W09-LOOKUP-PROGRAM
               IF W10-REQ-CAT-YEAR(W10-REQUIRE-INDEX)
                   NOT > W32-YEAR-LIMIT
                   IF W32-BEST-SWITCH NOT = 'YES'
                     OR W10-REQ-CAT-YEAR(W10-REQUIRE-INDEX)
                       > W32-BEST-YEAR
                       MOVE W10-REQ-CAT-YEAR(W10-REQUIRE-INDEX)
                           TO W32-BEST-YEAR
                       MOVE 'YES' TO W32-BEST-SWITCH
                   END-IF
               END-IF
               IF W32-OLDEST-SWITCH NOT = 'YES'
                 OR W10-REQ-CAT-YEAR(W10-REQUIRE-INDEX)
                   < W32-OLDEST-YEAR
                   MOVE W10-REQ-CAT-YEAR(W10-REQUIRE-INDEX)
                       TO W32-OLDEST-YEAR
                   MOVE 'YES' TO W32-OLDEST-SWITCH
               END-IF
           END-IF

           ADD 1 TO W10-REQUIRE-INDEX.

      *301 find substitution paragraph
      *the requirement's own course was not passed - sweep the rules
      *for one that lets a passed course stand in for it. The
      *student's own approved substitutions are tried before the
      *catalog-wide equivalences, so the approval that actually
      *applied is the one the report names. The first rule that
      *matches closes the requirement and is recorded.
       301-FIND-SUBSTITUTION.
           MOVE SPACES TO W31-SUBST-FOUND-SWITCH
           MOVE 1 TO W31-SUBST-INDEX
           PERFORM 354-CHECK-ONE-SUBSTITUTION
               UNTIL W31-SUBST-FOUND-SWITCH = 'YES'
                  OR W31-SUBST-INDEX > W31-SUBST-COUNT

           IF W31-SUBST-FOUND-SWITCH NOT = 'YES'
               MOVE 'EQV' TO W31-SUBST-FOUND-SWITCH
               MOVE 1 TO W31-SUBST-INDEX
               PERFORM 354-CHECK-ONE-SUBSTITUTION
                   UNTIL W31-SUBST-FOUND-SWITCH = 'YES'
                      OR W31-SUBST-INDEX > W31-SUBST-COUNT
           END-IF

           IF W31-SUBST-FOUND-SWITCH = 'YES'
               MOVE 'YES' TO W11-PASSED-FOUND-SWITCH
               IF W02-SUBST-COUNT < 6
                   ADD 1 TO W02-SUBST-COUNT
                   MOVE W31-REQ-LOOKUP
                       TO W02-SUBST-REQUIRED(W02-SUBST-COUNT)
                   MOVE W31-USED-COURSE
                       TO W02-SUBST-USED(W02-SUBST-COUNT)
                   MOVE W31-RULE-TYPE(W31-SUBST-INDEX)
                       TO W02-SUBST-TYPE(W02-SUBST-COUNT)
                   MOVE W31-RULE-APPROVER(W31-SUBST-INDEX)
                       TO W02-SUBST-APPROVER(W02-SUBST-COUNT)
                   MOVE W31-RULE-DATE(W31-SUBST-INDEX)
                       TO W02-SUBST-DATE(W02-SUBST-COUNT)
               END-IF
           END-IF.

      *354 check one substitution paragraph
      *the first sweep (found switch spaces) looks only at the
      *current student's S rules for this requirement; the second
      *(found switch EQV) looks only at E rules, in either direction
      *- a requirement written under the new code is met by the old
      *one and a requirement still written under the old code by the
      *new one. Either way the stand-in course must itself have been
      *passed.
       354-CHECK-ONE-SUBSTITUTION.
           MOVE SPACES TO W31-USED-COURSE

           IF W31-SUBST-FOUND-SWITCH = SPACES
               IF W31-RULE-TYPE(W31-SUBST-INDEX) = 'S'
                 AND W31-RULE-ID(W31-SUBST-INDEX) = W04-CURRENT-ID
                 AND W31-RULE-REQUIRED(W31-SUBST-INDEX) =
                     W31-REQ-LOOKUP
                   MOVE W31-RULE-USED(W31-SUBST-INDEX)
                       TO W31-USED-COURSE
               END-IF
           ELSE
               IF W31-RULE-TYPE(W31-SUBST-INDEX) = 'E'
                   IF W31-RULE-REQUIRED(W31-SUBST-INDEX) =
                       W31-REQ-LOOKUP
                       MOVE W31-RULE-USED(W31-SUBST-INDEX)
                           TO W31-USED-COURSE
                   ELSE
                       IF W31-RULE-USED(W31-SUBST-INDEX) =
                           W31-REQ-LOOKUP
                           MOVE W31-RULE-REQUIRED(W31-SUBST-INDEX)
                               TO W31-USED-COURSE
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF W31-USED-COURSE NOT = SPACES
               MOVE W31-USED-COURSE TO W11-PASSED-LOOKUP
               PERFORM 324-FIND-PASSED-COURSE
           END-IF

           IF W31-USED-COURSE NOT = SPACES
             AND W11-PASSED-FOUND-SWITCH = 'YES'
               MOVE 'YES' TO W31-SUBST-FOUND-SWITCH
           ELSE
               ADD 1 TO W31-SUBST-INDEX
           END-IF.

      *324 find passed course paragraph
      *linear search of W11-PASSED-TABLE for W11-PASSED-LOOKUP
       324-FIND-PASSED-COURSE.
           MOVE 00 TO W02-GAP-COUNT
           MOVE SPACES TO W02-GAP-OVERFLOW
           MOVE 00 TO W02-REPEAT-COUNT
           MOVE 00 TO W02-SUBST-COUNT
           MOVE SPACES TO W02-CATALOG-YEAR
           MOVE 00 TO W11-PASSED-COUNT
           MOVE 00 TO W13-ATTEMPT-COUNT.

       392-CHECK-RECORD-COUNT.
           IF W14-FILTER-PROGRAM = SPACES
             AND W18-REQUEST-MODE-SWITCH NOT = 'YES'
             AND W03-TOTAL-STUDENTS + W39-ARCHIVED-SKIPPED
                 NOT = W28-TOTAL-EXPECTED
               MOVE 'YES' TO W19-COUNT-MISMATCH-SWITCH
               MOVE SPACES TO F03-OUTPUT-LINE
               STRING "RECORD COUNT MISMATCH EXPECTED="
                   W28-TOTAL-EXPECTED DELIMITED BY SIZE
                   " ACTUAL=" DELIMITED BY SIZE
                   W03-TOTAL-STUDENTS DELIMITED BY SIZE
                   " ARCHIVED=" DELIMITED BY SIZE
                   W39-ARCHIVED-SKIPPED DELIMITED BY SIZE
                INTO F03-OUTPUT-LINE
               END-STRING
               PERFORM 399-WRITE-EXCEPTION-LINE
       500-PROCESS-TRANSACTIONS.
           OPEN OUTPUT F03-EXCEPTION-FILE
           PERFORM 130-LOAD-PARAMETERS
           PERFORM 170-LOAD-CATALOG
           PERFORM 110-LOAD-STUDENT-MASTER
           PERFORM 115-LOAD-REQUIREMENTS
           PERFORM 176-LOAD-SUBSTITUTIONS
      *the history is read-only here - the standing a corrected
      *line shows must escalate off the same prior-run counter a
      *full run would see
           PERFORM 120-LOAD-HISTORY

           MOVE 'G' TO W37-BATCH-TYPE
           PERFORM 540-SET-BATCH-ID

           OPEN INPUT F15-GRADEMAST-FILE
           OPEN OUTPUT F18-CORRECTED-FILE

           MOVE SPACES TO F18-OUTPUT-LINE
           STRING 'CORRECTED EVALUATIONS - TRANSACTION RUN'
               DELIMITED BY SIZE
               '   JOURNAL BATCH=' DELIMITED BY SIZE
               W37-BATCH-ID DELIMITED BY SIZE
            INTO F18-OUTPUT-LINE
           END-STRING
           WRITE F18-CORRECTED-RECORD
      *failure through the return code. A lookup table that
      *overflowed at load refuses the run the same way - the
      *overflow exception line already says which one.
           IF W30-CATALOG-COUNT > 0
               MOVE 1 TO W17-TRANS-INDEX
               PERFORM 524-CHECK-TRANS-CATALOG
                   UNTIL W17-TRANS-INDEX > W17-TRANS-COUNT
           END-IF

           IF W17-GRADEMAST-STATUS = '00'
             AND W27-TABLE-OVERFLOW-SWITCH NOT = 'YES'
               OPEN OUTPUT F16-GRADENEW-FILE
               PERFORM 541-OPEN-JOURNAL
               MOVE SPACES TO W17-MORE-MASTER-SWITCH
               MOVE SPACES TO W17-MASTER-BUFFERED-SWITCH
               PERFORM 502-READ-MASTER-RECORD
                   UNTIL W17-MORE-MASTER-SWITCH = 'NO'
               CLOSE F15-GRADEMAST-FILE
                 F16-GRADENEW-FILE
                 F40-JOURNAL-FILE
           ELSE
      *the no-master message belongs to the unreadable-master case
      *alone - an overflow refusal already wrote its own line
               MOVE W17-HELD-MASTER TO F15-GRADEMAST-RECORD
               MOVE SPACES TO W17-MASTER-BUFFERED-SWITCH
           ELSE
               READ F15-GRADEMAST-FILE NEXT RECORD
                   AT END MOVE 'NO' TO W17-MORE-MASTER-SWITCH
               END-READ
           END-IF.
      *reads ahead for more of the current student's attempts and
      *holds the first record belonging to someone else
       506-GATHER-MASTER-ATTEMPTS.
           READ F15-GRADEMAST-FILE NEXT RECORD
               AT END MOVE 'NO' TO W17-MORE-MASTER-SWITCH
           END-READ

      *510 apply one trans paragraph
      *A appends the course, C rewrites the last attempt of the
      *course (the attempt a correction means when the course was
      *retaken) - or, when the C names a term, the last attempt of
      *the course in that term, as a lapsed incomplete's line always
      *does - and D removes every attempt of the course. A C or D
      *that finds no such course stays unapplied and is reported at
      *the end - a correction that corrected nothing is its own kind
      *of keying error.
                   W13-ATT-TERM(W13-ATTEMPT-COUNT)
               MOVE SPACES TO W13-ATT-STATUS(W13-ATTEMPT-COUNT)

               MOVE SPACES TO W37-BEFORE-IMAGE
               MOVE W13-ATTEMPT-COUNT TO W37-MATCH-INDEX
               PERFORM 544-STAGE-AFTER-ATTEMPT
               PERFORM 543-JOURNAL-GRADE-TRANS

               MOVE 'Y' TO W17-TRN-APPLIED(W17-TRANS-INDEX)
               MOVE 'YES' TO W17-STUDENT-AFFECTED-SWITCH
           END-IF.
               UNTIL W17-ATT-INDEX > W13-ATTEMPT-COUNT

           IF W17-CHANGE-INDEX > 0
               MOVE W17-CHANGE-INDEX TO W37-MATCH-INDEX
               PERFORM 545-STAGE-BEFORE-ATTEMPT
               MOVE W17-TRN-GRADE(W17-TRANS-INDEX) TO
                   W13-ATT-GRADE(W17-CHANGE-INDEX)
               MOVE W17-TRN-CREDIT(W17-TRANS-INDEX) TO
                   W13-ATT-CREDIT(W17-CHANGE-INDEX)
               PERFORM 544-STAGE-AFTER-ATTEMPT
               PERFORM 543-JOURNAL-GRADE-TRANS

               MOVE 'Y' TO W17-TRN-APPLIED(W17-TRANS-INDEX)
               MOVE 'YES' TO W17-STUDENT-AFFECTED-SWITCH
       515-FIND-LAST-ATTEMPT.
           IF W13-ATT-COURSE(W17-ATT-INDEX) =
               W17-TRN-COURSE(W17-TRANS-INDEX)
             AND (W17-TRN-TERM(W17-TRANS-INDEX) = SPACES
               OR W13-ATT-TERM(W17-ATT-INDEX) =
                 W17-TRN-TERM(W17-TRANS-INDEX))
               MOVE W17-ATT-INDEX TO W17-CHANGE-INDEX
           END-IF
           ADD 1 TO W17-ATT-INDEX.
           END-IF.

      *517 keep one attempt paragraph
      *every attempt dropped is journaled on its own, so a backout
      *can put each one back
       517-KEEP-ONE-ATTEMPT.
           IF W13-ATT-COURSE(W17-ATT-INDEX) NOT =
               W17-TRN-COURSE(W17-TRANS-INDEX)
               ADD 1 TO W17-KEEP-INDEX
               MOVE W13-ATTEMPT(W17-ATT-INDEX) TO
                   W13-ATTEMPT(W17-KEEP-INDEX)
           ELSE
               MOVE W17-ATT-INDEX TO W37-MATCH-INDEX
               PERFORM 545-STAGE-BEFORE-ATTEMPT
               MOVE SPACES TO W37-AFTER-IMAGE
               PERFORM 543-JOURNAL-GRADE-TRANS
           END-IF
           ADD 1 TO W17-ATT-INDEX.


      *519 write one new attempt paragraph
       519-WRITE-ONE-NEW-ATTEMPT.
           PERFORM 377-SET-ATTEMPT-SEQUENCE
           MOVE W04-CURRENT-ID TO F16-GN-ID
           MOVE W13-ATT-COURSE(W17-ATT-INDEX) TO F16-GN-COURSE
           MOVE W13-ATT-GRADE(W17-ATT-INDEX) TO F16-GN-GRADE
           MOVE W13-ATT-CREDIT(W17-ATT-INDEX) TO F16-GN-CREDIT
           MOVE W13-ATT-TERM(W17-ATT-INDEX) TO F16-GN-TERM
           IF W17-ATT-SEQ > 9
               PERFORM 536-REPORT-DUPLICATE-ATTEMPT
           ELSE
               MOVE W17-ATT-SEQ TO F16-GN-SEQ
               WRITE F16-GRADENEW-RECORD
                   INVALID KEY PERFORM 536-REPORT-DUPLICATE-ATTEMPT
               END-WRITE
           END-IF

           ADD 1 TO W17-ATT-INDEX.

           END-STRING
           WRITE F18-CORRECTED-RECORD.

      *524 check trans catalog paragraph
      *screens each loaded correction against the catalog before the
      *master pass: an add or change naming a course the catalog
      *does not carry ('U'), or carrying credit hours the catalog
      *disagrees with ('H'), is refused, as is an add of a retired
      *course ('R'). A change to a retired course still applies -
      *correcting a grade earned before the course was withdrawn is
      *exactly what the change exists for - and a delete is never
      *screened, so a bad course can always be taken back off.
       524-CHECK-TRANS-CATALOG.
           IF W17-TRN-APPLIED(W17-TRANS-INDEX) = SPACES
             AND (W17-TRN-ACTION(W17-TRANS-INDEX) = 'A'
               OR W17-TRN-ACTION(W17-TRANS-INDEX) = 'C')
               MOVE W17-TRN-COURSE(W17-TRANS-INDEX)
                   TO W30-LOOKUP-COURSE
               PERFORM 174-FIND-CATALOG-ENTRY

               IF W30-FOUND-SWITCH NOT = 'YES'
                   MOVE 'U' TO W17-TRN-APPLIED(W17-TRANS-INDEX)
               ELSE
                   IF W17-TRN-CREDIT(W17-TRANS-INDEX) NOT =
                       W30-LOOKUP-CREDIT
                       MOVE 'H' TO W17-TRN-APPLIED(W17-TRANS-INDEX)
                   ELSE
                       IF W17-TRN-ACTION(W17-TRANS-INDEX) = 'A'
                         AND W30-LOOKUP-RETIRED
                           MOVE 'R' TO
                               W17-TRN-APPLIED(W17-TRANS-INDEX)
                       END-IF
                   END-IF
               END-IF
           END-IF

           ADD 1 TO W17-TRANS-INDEX.

      *530 report unapplied trans paragraph
      *anything still unapplied after the master is exhausted - a
      *correction keyed to a student or course the master does not

      *532 report one unapplied paragraph
       532-REPORT-ONE-UNAPPLIED.
           IF W17-TRN-APPLIED(W17-TRANS-INDEX) = 'U'
             OR W17-TRN-APPLIED(W17-TRANS-INDEX) = 'H'
             OR W17-TRN-APPLIED(W17-TRANS-INDEX) = 'R'
             OR W17-TRN-APPLIED(W17-TRANS-INDEX) = 'Q'
               PERFORM 534-REPORT-CATALOG-REFUSAL
           ELSE
           IF W17-TRN-APPLIED(W17-TRANS-INDEX) NOT = 'Y'
               MOVE SPACES TO F03-OUTPUT-LINE
               STRING "UNAPPLIED TRANSACTION " DELIMITED BY SIZE
               END-STRING
               PERFORM 399-WRITE-EXCEPTION-LINE
           END-IF
           END-IF

           ADD 1 TO W17-TRANS-INDEX.

      *534 report catalog refusal paragraph
      *a correction the catalog screen refused says why, so the
      *registrar knows whether to fix the course code, the credit
      *hours, or the catalog itself - and a line refused at load for
      *carrying no requester is reported the same way
       534-REPORT-CATALOG-REFUSAL.
           IF W17-TRN-APPLIED(W17-TRANS-INDEX) = 'U'
               MOVE 'NOT IN CATALOG' TO W30-REFUSE-TEXT
           ELSE
               IF W17-TRN-APPLIED(W17-TRANS-INDEX) = 'H'
                   MOVE 'CREDIT HOURS' TO W30-REFUSE-TEXT
               ELSE
                   IF W17-TRN-APPLIED(W17-TRANS-INDEX) = 'Q'
                       MOVE 'NO REQUESTER' TO W30-REFUSE-TEXT
                   ELSE
                       MOVE 'RETIRED' TO W30-REFUSE-TEXT
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO F03-OUTPUT-LINE
           STRING "TRANS REFUSED " DELIMITED BY SIZE
               W17-TRN-ACTION(W17-TRANS-INDEX) DELIMITED BY SIZE
               " ID=" DELIMITED BY SIZE
               W17-TRN-ID(W17-TRANS-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W17-TRN-COURSE(W17-TRANS-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W30-REFUSE-TEXT DELIMITED BY SIZE
            INTO F03-OUTPUT-LINE
           END-STRING
           PERFORM 399-WRITE-EXCEPTION-LINE.

      *536 report duplicate attempt paragraph
      *the key's sequence is one digit, so a tenth or later attempt
      *at one course in one term has no key of its own - it is
      *reported rather than written, never silently dropped
       536-REPORT-DUPLICATE-ATTEMPT.
           MOVE SPACES TO F03-OUTPUT-LINE
           STRING "GRADES MASTER KEY IN USE ID=" DELIMITED BY SIZE
               W04-CURRENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W13-ATT-COURSE(W17-ATT-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W13-ATT-TERM(W17-ATT-INDEX) DELIMITED BY SIZE
            INTO F03-OUTPUT-LINE
           END-STRING
           PERFORM 399-WRITE-EXCEPTION-LINE.

      *540 set batch id paragraph
      *the run's journal batch ID and timestamp, built from the
      *start date and time every run captures first thing
       540-SET-BATCH-ID.
           MOVE SPACES TO W37-BATCH-ID
           STRING W37-BATCH-TYPE DELIMITED BY SIZE
               W19-START-DATE DELIMITED BY SIZE
               W19-START-HHMMSS DELIMITED BY SIZE
            INTO W37-BATCH-ID
           END-STRING
           MOVE SPACES TO W37-RUN-STAMP
           STRING W19-START-DATE DELIMITED BY SIZE
               W19-START-TIME DELIMITED BY SIZE
            INTO W37-RUN-STAMP
           END-STRING
           MOVE 0 TO W37-JOURNAL-COUNT.

      *541 open journal paragraph
      *the journal accumulates across runs like the audit log; the
      *OUTPUT fallback only fires when there is no Journal.dat yet
       541-OPEN-JOURNAL.
           OPEN EXTEND F40-JOURNAL-FILE
           IF W37-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT F40-JOURNAL-FILE
           END-IF.

      *542 write journal entry paragraph
      *callers stage the master, action, requester, ID, reversed
      *batch and both images in the W37-JNL fields first
       542-WRITE-JOURNAL-ENTRY.
           MOVE W37-BATCH-ID TO F40-JNL-BATCH-ID
           MOVE W37-RUN-STAMP TO F40-JNL-STAMP
           MOVE W37-JNL-MASTER TO F40-JNL-MASTER
           MOVE W37-JNL-ACTION TO F40-JNL-ACTION
           MOVE W37-JNL-REQUESTER TO F40-JNL-REQUESTER
           MOVE W37-JNL-ID TO F40-JNL-ID
           MOVE W37-JNL-REVERSES TO F40-JNL-REVERSES
           MOVE W37-BEFORE-IMAGE TO F40-JNL-BEFORE
           MOVE W37-AFTER-IMAGE TO F40-JNL-AFTER
           WRITE F40-JOURNAL-RECORD
           ADD 1 TO W37-JOURNAL-COUNT.

      *543 journal grade trans paragraph
      *one grades-master change made by the transaction in hand -
      *the images are already staged
       543-JOURNAL-GRADE-TRANS.
           MOVE 'G' TO W37-JNL-MASTER
           MOVE W17-TRN-ACTION(W17-TRANS-INDEX) TO W37-JNL-ACTION
           MOVE W17-TRN-REQUESTER(W17-TRANS-INDEX)
               TO W37-JNL-REQUESTER
           MOVE W04-CURRENT-ID TO W37-JNL-ID
           MOVE SPACES TO W37-JNL-REVERSES
           PERFORM 542-WRITE-JOURNAL-ENTRY.

      *544 stage after attempt paragraph
      *the attempt at W37-MATCH-INDEX as a grades master record
       544-STAGE-AFTER-ATTEMPT.
           MOVE SPACES TO W37-AFTER-IMAGE
           MOVE W04-CURRENT-ID TO W37-AG-ID
           MOVE W13-ATT-COURSE(W37-MATCH-INDEX) TO W37-AG-COURSE
           MOVE W13-ATT-GRADE(W37-MATCH-INDEX) TO W37-AG-GRADE
           MOVE W13-ATT-CREDIT(W37-MATCH-INDEX) TO W37-AG-CREDIT
           MOVE W13-ATT-TERM(W37-MATCH-INDEX) TO W37-AG-TERM.

      *545 stage before attempt paragraph
       545-STAGE-BEFORE-ATTEMPT.
           MOVE SPACES TO W37-BEFORE-IMAGE
           MOVE W04-CURRENT-ID TO W37-BG-ID
           MOVE W13-ATT-COURSE(W37-MATCH-INDEX) TO W37-BG-COURSE
           MOVE W13-ATT-GRADE(W37-MATCH-INDEX) TO W37-BG-GRADE
           MOVE W13-ATT-CREDIT(W37-MATCH-INDEX) TO W37-BG-CREDIT
           MOVE W13-ATT-TERM(W37-MATCH-INDEX) TO W37-BG-TERM.

      *546 journal one stutrans paragraph
      *the images were captured by 602 as each entry was applied,
      *so two changes to one student journal as two steps
       546-JOURNAL-ONE-STUTRANS.
           IF W24-STR-APPLIED(W24-STUTRANS-INDEX) = 'Y'
               MOVE 'S' TO W37-JNL-MASTER
               MOVE W24-STR-ACTION(W24-STUTRANS-INDEX)
                   TO W37-JNL-ACTION
               MOVE W24-STR-REQUESTER(W24-STUTRANS-INDEX)
                   TO W37-JNL-REQUESTER
               MOVE W24-STR-ID(W24-STUTRANS-INDEX) TO W37-JNL-ID
               MOVE SPACES TO W37-JNL-REVERSES
               MOVE W24-STR-BEFORE(W24-STUTRANS-INDEX)
                   TO W37-BEFORE-IMAGE
               MOVE W24-STR-AFTER(W24-STUTRANS-INDEX)
                   TO W37-AFTER-IMAGE
               PERFORM 542-WRITE-JOURNAL-ENTRY
           END-IF

           ADD 1 TO W24-STUTRANS-INDEX.

      *600 process student trans paragraph
      *student maintenance mode top to bottom: StuTrans.dat entries
      *applied against the loaded student master table, the updated
       600-PROCESS-STUDENT-TRANS.
           OPEN OUTPUT F03-EXCEPTION-FILE
           PERFORM 130-LOAD-PARAMETERS
           PERFORM 170-LOAD-CATALOG
           PERFORM 110-LOAD-STUDENT-MASTER
           PERFORM 115-LOAD-REQUIREMENTS
           PERFORM 176-LOAD-SUBSTITUTIONS
      *read-only, for the standing on re-evaluated lines
           PERFORM 120-LOAD-HISTORY

           MOVE 'S' TO W37-BATCH-TYPE
           PERFORM 540-SET-BATCH-ID

           OPEN OUTPUT F18-CORRECTED-FILE
           MOVE SPACES TO F18-OUTPUT-LINE
           STRING 'CORRECTED EVALUATIONS - STUDENT MAINTENANCE RUN'
               DELIMITED BY SIZE
               '   JOURNAL BATCH=' DELIMITED BY SIZE
               W37-BATCH-ID DELIMITED BY SIZE
            INTO F18-OUTPUT-LINE
           END-STRING
           WRITE F18-CORRECTED-RECORD
                       UNTIL W24-WRITE-INDEX > W09-STUDENT-COUNT
                   CLOSE F29-STUNEW-FILE

      *journaled only once StuNew.dat is written - a refused run
      *changed nothing and leaves nothing to back out
                   PERFORM 541-OPEN-JOURNAL
                   MOVE 1 TO W24-STUTRANS-INDEX
                   PERFORM 546-JOURNAL-ONE-STUTRANS
                       UNTIL W24-STUTRANS-INDEX > W24-STUTRANS-COUNT
                   CLOSE F40-JOURNAL-FILE

                   MOVE 1 TO W24-STUTRANS-INDEX
                   PERFORM 610-REEVALUATE-ONE-CHANGE
                       UNTIL W24-STUTRANS-INDEX > W24-STUTRANS-COUNT
      *name and/or advisor on an existing student (a blank field on
      *the transaction leaves the master's value alone, so one field
      *can change without re-keying the other); P moves the student
      *to a new declared program under the current catalog year - a
      *student changing programs is admitted to it as it stands now,
      *and a new student is added under the current year likewise.
      *Anything that finds no target - an
      *add of an existing ID, a change to an unknown one - stays
      *unapplied and is reported at the end.
       602-APPLY-ONE-STUDENT-TRANS.
                           W09-HOLD-PROGRAM
                       MOVE W24-STR-ADVISOR(W24-STUTRANS-INDEX) TO
                           W09-HOLD-ADVISOR
                       MOVE W32-CURRENT-CAT-YEAR TO W09-HOLD-CAT-YEAR
                       PERFORM 113-PLACE-STUDENT-ENTRY
                       MOVE W09-STUDENT-ENTRY(W09-PLACE-INDEX) TO
                           W24-STR-AFTER(W24-STUTRANS-INDEX)
                       MOVE 'Y' TO
                           W24-STR-APPLIED(W24-STUTRANS-INDEX)
                   ELSE

               IF W24-STR-ACTION(W24-STUTRANS-INDEX) = 'C'
                 AND W09-FOUND-SWITCH = 'YES'
                   MOVE W09-STUDENT-ENTRY(W09-STUDENT-INDEX) TO
                       W24-STR-BEFORE(W24-STUTRANS-INDEX)
                   IF W24-STR-NAME(W24-STUTRANS-INDEX) NOT = SPACES
                       MOVE W24-STR-NAME(W24-STUTRANS-INDEX) TO
                           W09-TABLE-NAME(W09-STUDENT-INDEX)
                       MOVE W24-STR-ADVISOR(W24-STUTRANS-INDEX) TO
                           W09-TABLE-ADVISOR(W09-STUDENT-INDEX)
                   END-IF
                   MOVE W09-STUDENT-ENTRY(W09-STUDENT-INDEX) TO
                       W24-STR-AFTER(W24-STUTRANS-INDEX)
                   MOVE 'Y' TO W24-STR-APPLIED(W24-STUTRANS-INDEX)
               END-IF

               IF W24-STR-ACTION(W24-STUTRANS-INDEX) = 'P'
                 AND W09-FOUND-SWITCH = 'YES'
                 AND W24-STR-PROGRAM(W24-STUTRANS-INDEX) NOT = SPACES
                   MOVE W09-STUDENT-ENTRY(W09-STUDENT-INDEX) TO
                       W24-STR-BEFORE(W24-STUTRANS-INDEX)
                   MOVE W24-STR-PROGRAM(W24-STUTRANS-INDEX) TO
                       W09-TABLE-PROGRAM(W09-STUDENT-INDEX)
                   MOVE W32-CURRENT-CAT-YEAR TO
                       W09-TABLE-CAT-YEAR(W09-STUDENT-INDEX)
                   MOVE W09-STUDENT-ENTRY(W09-STUDENT-INDEX) TO
                       W24-STR-AFTER(W24-STUTRANS-INDEX)
                   MOVE 'Y' TO W24-STR-APPLIED(W24-STUTRANS-INDEX)
               END-IF
           END-IF
           MOVE W09-TABLE-NAME(W24-WRITE-INDEX) TO F29-SN-NAME
           MOVE W09-TABLE-PROGRAM(W24-WRITE-INDEX) TO F29-SN-PROGRAM
           MOVE W09-TABLE-ADVISOR(W24-WRITE-INDEX) TO F29-SN-ADVISOR
           MOVE W09-TABLE-CAT-YEAR(W24-WRITE-INDEX) TO F29-SN-CAT-YEAR
           WRITE F29-STUNEW-RECORD
               INVALID KEY PERFORM 606-REPORT-STUNEW-KEY
           END-WRITE

           ADD 1 TO W24-WRITE-INDEX.

      *606 report stunew key paragraph
      *the table is held in ID order with one entry per ID, so this
      *only fires if that has been broken - reported, never skipped
      *silently
       606-REPORT-STUNEW-KEY.
           MOVE SPACES TO F03-OUTPUT-LINE
           STRING "STUDENT MASTER KEY OUT OF ORDER ID="
               DELIMITED BY SIZE
               W09-TABLE-ID(W24-WRITE-INDEX) DELIMITED BY SIZE
            INTO F03-OUTPUT-LINE
           END-STRING
           PERFORM 399-WRITE-EXCEPTION-LINE.

      *610 reevaluate one change paragraph
      *only an applied program change needs a fresh evaluation - the
      *student's percentages were measured against a curriculum they
           PERFORM 330-CLEAR-TOTALS
           OPEN INPUT F15-GRADEMAST-FILE
           IF W17-GRADEMAST-STATUS = '00'
               PERFORM 613-START-STUDENT-ATTEMPTS
               PERFORM 614-GATHER-ONE-GM-ATTEMPT
                   UNTIL W17-MORE-MASTER-SWITCH = 'NO'
               CLOSE F15-GRADEMAST-FILE
               PERFORM 399-WRITE-EXCEPTION-LINE
           END-IF.

      *613 start student attempts paragraph
      *positions the grades master on the student's first key (the
      *lowest term) so 614 reads only that student's attempts
       613-START-STUDENT-ATTEMPTS.
           MOVE LOW-VALUES TO F15-GM-KEY
           MOVE W04-CURRENT-ID TO F15-GM-ID
           MOVE SPACES TO W17-MORE-MASTER-SWITCH
           START F15-GRADEMAST-FILE KEY IS NOT < F15-GM-KEY
               INVALID KEY
                   MOVE 'NO' TO W17-MORE-MASTER-SWITCH
           END-START.

      *614 gather one gm attempt paragraph
      *reads forward from 613's position until the ID changes -
      *the student's attempts sit together in key order
       614-GATHER-ONE-GM-ATTEMPT.
           READ F15-GRADEMAST-FILE NEXT RECORD
               AT END MOVE 'NO' TO W17-MORE-MASTER-SWITCH
           END-READ

           IF W17-MORE-MASTER-SWITCH NOT = 'NO'
               IF F15-GM-ID NOT = W04-CURRENT-ID
                   MOVE 'NO' TO W17-MORE-MASTER-SWITCH
               ELSE
                   PERFORM 505-STORE-MASTER-ATTEMPT
               END-IF
           END-IF.

      *622 report one stu unapplied paragraph
       622-REPORT-ONE-STU-UNAPPLIED.
           IF W24-STR-APPLIED(W24-STUTRANS-INDEX) = 'Q'
               MOVE SPACES TO F03-OUTPUT-LINE
               STRING "STUDENT TRANS REFUSED " DELIMITED BY SIZE
                   W24-STR-ACTION(W24-STUTRANS-INDEX)
                       DELIMITED BY SIZE
                   " ID=" DELIMITED BY SIZE
                   W24-STR-ID(W24-STUTRANS-INDEX) DELIMITED BY SIZE
                   " NO REQUESTER" DELIMITED BY SIZE
                INTO F03-OUTPUT-LINE
               END-STRING
               PERFORM 399-WRITE-EXCEPTION-LINE
           ELSE
           IF W24-STR-APPLIED(W24-STUTRANS-INDEX) NOT = 'Y'
               MOVE SPACES TO F03-OUTPUT-LINE
               STRING "UNAPPLIED STUDENT TRANS " DELIMITED BY SIZE
               END-STRING
               PERFORM 399-WRITE-EXCEPTION-LINE
           END-IF
           END-IF

           ADD 1 TO W24-STUTRANS-INDEX.

      *650 process backout paragraph
      *backout mode top to bottom: gather the named batch from
      *Journal.dat, then undo its entries newest first against the
      *current master - GradeMast.dat for a grade transaction batch,
      *Student.dat for a student maintenance batch - writing the
      *result to GradeNew.dat or StuNew.dat for operations to swap
      *in, exactly as the run being undone did. An entry is only
      *reversed when the record still looks the way the batch left
      *it; anything changed since is reported as a conflict and left
      *for the registrar, never overwritten blind. The backout is
      *itself journaled under its own batch, so it can be undone in
      *turn, and a batch already backed out is refused.
       650-PROCESS-BACKOUT.
           OPEN OUTPUT F03-EXCEPTION-FILE
           MOVE 'B' TO W37-BATCH-TYPE
           PERFORM 540-SET-BATCH-ID
           MOVE 0 TO W37-REVERSED-COUNT
           MOVE 0 TO W37-CONFLICT-COUNT

           OPEN OUTPUT F18-CORRECTED-FILE
           MOVE SPACES TO F18-OUTPUT-LINE
           STRING 'BACKOUT OF JOURNAL BATCH ' DELIMITED BY SIZE
               W37-BACKOUT-BATCH DELIMITED BY SIZE
               ' FOR ' DELIMITED BY SIZE
               W37-BACKOUT-REQUESTER DELIMITED BY SIZE
               '   JOURNAL BATCH=' DELIMITED BY SIZE
               W37-BATCH-ID DELIMITED BY SIZE
            INTO F18-OUTPUT-LINE
           END-STRING
           WRITE F18-CORRECTED-RECORD

           IF W37-BACKOUT-BATCH = SPACES
             OR W37-BACKOUT-REQUESTER = SPACES
               MOVE 'YES' TO W37-BACKOUT-REFUSED-SWITCH
               MOVE SPACES TO F03-OUTPUT-LINE
               STRING "BACKOUT NEEDS A BATCH ID AND A REQUESTER"
                   DELIMITED BY SIZE
                INTO F03-OUTPUT-LINE
               END-STRING
               PERFORM 399-WRITE-EXCEPTION-LINE
           ELSE
               PERFORM 652-LOAD-BACKOUT-BATCH
               IF W37-BACKOUT-REFUSED-SWITCH NOT = 'YES'
                 AND W27-TABLE-OVERFLOW-SWITCH NOT = 'YES'
                   IF W37-BKO-MASTER = 'G'
                       PERFORM 660-BACKOUT-GRADES
                   ELSE
                       PERFORM 680-BACKOUT-STUDENTS
                   END-IF
                   MOVE 1 TO W37-SCAN-INDEX
                   PERFORM 690-REPORT-BACKOUT-CONFLICT
                       UNTIL W37-SCAN-INDEX > W37-BKO-COUNT

                   MOVE SPACES TO F18-OUTPUT-LINE
                   STRING 'BATCH ENTRIES=' DELIMITED BY SIZE
                       W37-BKO-COUNT DELIMITED BY SIZE
                       '  REVERSED=' DELIMITED BY SIZE
                       W37-REVERSED-COUNT DELIMITED BY SIZE
                       '  CONFLICTS=' DELIMITED BY SIZE
                       W37-CONFLICT-COUNT DELIMITED BY SIZE
                    INTO F18-OUTPUT-LINE
                   END-STRING
                   WRITE F18-CORRECTED-RECORD
               END-IF
           END-IF

           CLOSE F18-CORRECTED-FILE
             F03-EXCEPTION-FILE.

      *652 load backout batch paragraph
      *every journal entry of the named batch, in journal order. A
      *missing journal, a batch the journal does not carry, or one a
      *later backout already reversed refuses the run.
       652-LOAD-BACKOUT-BATCH.
           MOVE 0 TO W37-BKO-COUNT
           MOVE SPACES TO W37-ALREADY-SWITCH
           MOVE SPACES TO W37-BKO-MASTER
           OPEN INPUT F40-JOURNAL-FILE
           IF W37-JOURNAL-STATUS = '00'
               MOVE SPACES TO W37-MORE-JOURNAL-SWITCH
               PERFORM 654-READ-JOURNAL-ENTRY
                   UNTIL W37-MORE-JOURNAL-SWITCH = 'NO'
               CLOSE F40-JOURNAL-FILE

               IF W37-ALREADY-SWITCH = 'YES'
                   MOVE 'YES' TO W37-BACKOUT-REFUSED-SWITCH
                   MOVE SPACES TO F03-OUTPUT-LINE
                   STRING "BATCH ALREADY BACKED OUT " DELIMITED BY SIZE
                       W37-BACKOUT-BATCH DELIMITED BY SIZE
                    INTO F03-OUTPUT-LINE
                   END-STRING
                   PERFORM 399-WRITE-EXCEPTION-LINE
               ELSE
                   IF W37-BKO-COUNT = 0
                       MOVE 'YES' TO W37-BACKOUT-REFUSED-SWITCH
                       MOVE SPACES TO F03-OUTPUT-LINE
                       STRING "BATCH NOT IN JOURNAL " DELIMITED BY SIZE
                           W37-BACKOUT-BATCH DELIMITED BY SIZE
                        INTO F03-OUTPUT-LINE
                       END-STRING
                       PERFORM 399-WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           ELSE
               MOVE 'YES' TO W37-BACKOUT-REFUSED-SWITCH
               MOVE SPACES TO F03-OUTPUT-LINE
               STRING "NO JOURNAL - BACKOUT NOT RUN" DELIMITED BY SIZE
                INTO F03-OUTPUT-LINE
               END-STRING
               PERFORM 399-WRITE-EXCEPTION-LINE
           END-IF.

      *654 read journal entry paragraph
       654-READ-JOURNAL-ENTRY.
           READ F40-JOURNAL-FILE
               AT END MOVE 'NO' TO W37-MORE-JOURNAL-SWITCH
           END-READ

           IF W37-MORE-JOURNAL-SWITCH NOT = 'NO'
               IF F40-JNL-REVERSES = W37-BACKOUT-BATCH
                   MOVE 'YES' TO W37-ALREADY-SWITCH
               END-IF
               IF F40-JNL-BATCH-ID = W37-BACKOUT-BATCH
                   IF W37-BKO-COUNT < 1000
                       ADD 1 TO W37-BKO-COUNT
                       MOVE F40-JNL-MASTER TO W37-BKO-MASTER
                       MOVE F40-JNL-ACTION TO
                           W37-BKO-ACTION(W37-BKO-COUNT)
                       MOVE F40-JNL-ID TO W37-BKO-ID(W37-BKO-COUNT)
                       MOVE F40-JNL-BEFORE TO
                           W37-BKO-BEFORE(W37-BKO-COUNT)
                       MOVE F40-JNL-AFTER TO
                           W37-BKO-AFTER(W37-BKO-COUNT)
                       MOVE SPACES TO W37-BKO-DONE(W37-BKO-COUNT)
                   ELSE
                       MOVE 'NO' TO W37-MORE-JOURNAL-SWITCH
                       MOVE 'BACKOUT BATCH' TO W27-OVERFLOW-NAME
                       PERFORM 109-REPORT-TABLE-OVERFLOW
                   END-IF
               END-IF
           END-IF.

      *660 backout grades paragraph
      *the grades master passed student by student through the same
      *read-ahead transaction mode uses, each student's entries
      *undone on the gathered attempts before they are copied to
      *GradeNew.dat. A student the batch deleted outright is no
      *longer on the master at all; 668 restores them at the end.
       660-BACKOUT-GRADES.
           OPEN INPUT F15-GRADEMAST-FILE
           IF W17-GRADEMAST-STATUS = '00'
               OPEN OUTPUT F16-GRADENEW-FILE
               PERFORM 541-OPEN-JOURNAL
               MOVE SPACES TO W17-MORE-MASTER-SWITCH
               MOVE SPACES TO W17-MASTER-BUFFERED-SWITCH
               PERFORM 502-READ-MASTER-RECORD
               PERFORM 662-BACKOUT-ONE-MASTER-STUDENT
                   UNTIL W17-MORE-MASTER-SWITCH = 'NO'
               MOVE 1 TO W37-SCAN-INDEX
               PERFORM 668-RESTORE-ONE-ABSENT
                   UNTIL W37-SCAN-INDEX > W37-BKO-COUNT
               CLOSE F15-GRADEMAST-FILE
                 F16-GRADENEW-FILE
                 F40-JOURNAL-FILE
           ELSE
               MOVE 'YES' TO W17-MASTER-MISSING-SWITCH
               MOVE SPACES TO F03-OUTPUT-LINE
               STRING "NO GRADES MASTER - BACKOUT NOT APPLIED"
                   DELIMITED BY SIZE
                INTO F03-OUTPUT-LINE
               END-STRING
               PERFORM 399-WRITE-EXCEPTION-LINE
           END-IF.

      *662 backout one master student paragraph
       662-BACKOUT-ONE-MASTER-STUDENT.
           IF W17-MORE-MASTER-SWITCH NOT = 'NO'
               PERFORM 330-CLEAR-TOTALS
               MOVE F15-GM-ID TO W04-CURRENT-ID
               PERFORM 505-STORE-MASTER-ATTEMPT
               PERFORM 506-GATHER-MASTER-ATTEMPTS
                   UNTIL W17-MASTER-BUFFERED-SWITCH = 'YES'
                      OR W17-MORE-MASTER-SWITCH = 'NO'

               PERFORM 664-REVERSE-STUDENT-GRADES
               PERFORM 518-WRITE-NEW-MASTER

               IF W17-MORE-MASTER-SWITCH NOT = 'NO'
                   PERFORM 502-READ-MASTER-RECORD
               END-IF
           END-IF.

      *664 reverse student grades paragraph
      *newest entry first, so a course the batch touched twice
      *unwinds in the opposite order it was wound
       664-REVERSE-STUDENT-GRADES.
           MOVE W13-ATTEMPT-COUNT TO W37-MASTER-ATT-COUNT
           MOVE W37-BKO-COUNT TO W37-BKO-INDEX
           PERFORM 665-REVERSE-ONE-GRADE-ENTRY
               UNTIL W37-BKO-INDEX = 0.

      *665 reverse one grade entry paragraph
      *a delete is undone by putting the attempt back - only while
      *the master still has no attempt at that course and term - an
      *add by taking off the attempt it added, a change by restoring
      *the grade and credit it replaced - the last two only when an
      *attempt exactly matching the batch's AFTER image is there
       665-REVERSE-ONE-GRADE-ENTRY.
           IF W37-BKO-ID(W37-BKO-INDEX) = W04-CURRENT-ID
             AND W37-BKO-DONE(W37-BKO-INDEX) = SPACE
               MOVE W37-BKO-BEFORE(W37-BKO-INDEX) TO W37-BEFORE-IMAGE
               MOVE W37-BKO-AFTER(W37-BKO-INDEX) TO W37-AFTER-IMAGE
               IF W37-AFTER-IMAGE = SPACES
                   MOVE SPACES TO W37-PRESENT-SWITCH
                   MOVE 1 TO W17-ATT-INDEX
                   PERFORM 663-FIND-PRESENT-ATTEMPT
                       UNTIL W17-ATT-INDEX > W37-MASTER-ATT-COUNT
                          OR W37-PRESENT-SWITCH = 'YES'
                   IF W37-PRESENT-SWITCH = 'YES'
                       MOVE 'C' TO W37-BKO-DONE(W37-BKO-INDEX)
                   ELSE
                    IF W13-ATTEMPT-COUNT < 36
                       ADD 1 TO W13-ATTEMPT-COUNT
                       MOVE W37-BG-COURSE TO
                           W13-ATT-COURSE(W13-ATTEMPT-COUNT)
                       MOVE W37-BG-GRADE TO
                           W13-ATT-GRADE(W13-ATTEMPT-COUNT)
                       MOVE W37-BG-CREDIT TO
                           W13-ATT-CREDIT(W13-ATTEMPT-COUNT)
                       MOVE W37-BG-TERM TO
                           W13-ATT-TERM(W13-ATTEMPT-COUNT)
                       MOVE SPACES TO
                           W13-ATT-STATUS(W13-ATTEMPT-COUNT)
                       PERFORM 670-RECORD-REVERSAL
                       PERFORM 674-JOURNAL-REVERSAL
                    ELSE
                       MOVE 'F' TO W37-BKO-DONE(W37-BKO-INDEX)
                    END-IF
                   END-IF
               ELSE
                   MOVE 0 TO W37-MATCH-INDEX
                   MOVE 1 TO W17-ATT-INDEX
                   PERFORM 666-FIND-AFTER-ATTEMPT
                       UNTIL W17-ATT-INDEX > W13-ATTEMPT-COUNT
                   IF W37-MATCH-INDEX > 0
                       IF W37-BEFORE-IMAGE = SPACES
                           PERFORM 667-REMOVE-MATCHED-ATTEMPT
                       ELSE
                           MOVE W37-BG-GRADE TO
                               W13-ATT-GRADE(W37-MATCH-INDEX)
                           MOVE W37-BG-CREDIT TO
                               W13-ATT-CREDIT(W37-MATCH-INDEX)
                       END-IF
                       PERFORM 670-RECORD-REVERSAL
                       PERFORM 674-JOURNAL-REVERSAL
                   END-IF
               END-IF
           END-IF

           SUBTRACT 1 FROM W37-BKO-INDEX.

      *663 find present attempt paragraph
      *only the attempts the master came in with are looked at -
      *ones this backout has already put back sit past them, and a
      *course deleted twice in one term comes back twice
       663-FIND-PRESENT-ATTEMPT.
           IF W13-ATT-COURSE(W17-ATT-INDEX) = W37-BG-COURSE
             AND W13-ATT-TERM(W17-ATT-INDEX) = W37-BG-TERM
               MOVE 'YES' TO W37-PRESENT-SWITCH
           ELSE
               ADD 1 TO W17-ATT-INDEX
           END-IF.

      *666 find after attempt paragraph
       666-FIND-AFTER-ATTEMPT.
           IF W13-ATT-COURSE(W17-ATT-INDEX) = W37-AG-COURSE
             AND W13-ATT-GRADE(W17-ATT-INDEX) = W37-AG-GRADE
             AND W13-ATT-CREDIT(W17-ATT-INDEX) = W37-AG-CREDIT
             AND W13-ATT-TERM(W17-ATT-INDEX) = W37-AG-TERM
               MOVE W17-ATT-INDEX TO W37-MATCH-INDEX
           END-IF
           ADD 1 TO W17-ATT-INDEX.

      *667 remove matched attempt paragraph
       667-REMOVE-MATCHED-ATTEMPT.
           IF W37-MATCH-INDEX NOT > W37-MASTER-ATT-COUNT
               SUBTRACT 1 FROM W37-MASTER-ATT-COUNT
           END-IF
           MOVE W37-MATCH-INDEX TO W17-ATT-INDEX
           PERFORM 669-SHIFT-ONE-ATTEMPT
               UNTIL W17-ATT-INDEX >= W13-ATTEMPT-COUNT
           SUBTRACT 1 FROM W13-ATTEMPT-COUNT.

      *668 restore one absent paragraph
      *a delete left undone after the master pass belongs to a
      *student the batch removed every attempt from - they are
      *rebuilt from the journal and written after the master
       668-RESTORE-ONE-ABSENT.
           IF W37-BKO-DONE(W37-SCAN-INDEX) = SPACE
             AND W37-BKO-AFTER(W37-SCAN-INDEX) = SPACES
               PERFORM 330-CLEAR-TOTALS
               MOVE W37-BKO-ID(W37-SCAN-INDEX) TO W04-CURRENT-ID
               PERFORM 664-REVERSE-STUDENT-GRADES
               IF W13-ATTEMPT-COUNT > 0
                   PERFORM 518-WRITE-NEW-MASTER
               END-IF
           END-IF

           ADD 1 TO W37-SCAN-INDEX.

      *669 shift one attempt paragraph
       669-SHIFT-ONE-ATTEMPT.
           MOVE W13-ATTEMPT(W17-ATT-INDEX + 1)
               TO W13-ATTEMPT(W17-ATT-INDEX)
           ADD 1 TO W17-ATT-INDEX.

      *670 record reversal paragraph
      *marks the entry undone and lists it on Corrected.dat as the
      *record was (the batch's AFTER) and is again (its BEFORE)
       670-RECORD-REVERSAL.
           MOVE 'Y' TO W37-BKO-DONE(W37-BKO-INDEX)
           ADD 1 TO W37-REVERSED-COUNT

           MOVE SPACES TO F18-OUTPUT-LINE
           STRING "  " DELIMITED BY SIZE
               W37-BKO-ID(W37-BKO-INDEX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               W37-BKO-ACTION(W37-BKO-INDEX) DELIMITED BY SIZE
               "  WAS=" DELIMITED BY SIZE
               W37-BKO-AFTER(W37-BKO-INDEX) DELIMITED BY SIZE
               "  NOW=" DELIMITED BY SIZE
               W37-BKO-BEFORE(W37-BKO-INDEX) DELIMITED BY SIZE
            INTO F18-OUTPUT-LINE
           END-STRING
           WRITE F18-CORRECTED-RECORD.

      *674 journal reversal paragraph
      *the reversal is journaled as a change of its own - the images
      *swapped, and the batch it undid named
       674-JOURNAL-REVERSAL.
           MOVE W37-BKO-MASTER TO W37-JNL-MASTER
           MOVE W37-BKO-ACTION(W37-BKO-INDEX) TO W37-JNL-ACTION
           MOVE W37-BACKOUT-REQUESTER TO W37-JNL-REQUESTER
           MOVE W37-BKO-ID(W37-BKO-INDEX) TO W37-JNL-ID
           MOVE W37-BACKOUT-BATCH TO W37-JNL-REVERSES
           MOVE W37-BKO-AFTER(W37-BKO-INDEX) TO W37-BEFORE-IMAGE
           MOVE W37-BKO-BEFORE(W37-BKO-INDEX) TO W37-AFTER-IMAGE
           PERFORM 542-WRITE-JOURNAL-ENTRY.

      *680 backout students paragraph
      *the student master is small enough to undo in its table, the
      *way student maintenance applies to it; StuNew.dat and the
      *journal are only written once every entry has been tried
      *without the table overflowing
       680-BACKOUT-STUDENTS.
           PERFORM 110-LOAD-STUDENT-MASTER
           IF W09-STUDENT-STATUS = '00'
             AND W27-TABLE-OVERFLOW-SWITCH NOT = 'YES'
               MOVE W37-BKO-COUNT TO W37-BKO-INDEX
               PERFORM 682-REVERSE-ONE-STUDENT-ENTRY
                   UNTIL W37-BKO-INDEX = 0

               IF W27-TABLE-OVERFLOW-SWITCH NOT = 'YES'
                   OPEN OUTPUT F29-STUNEW-FILE
                   MOVE 1 TO W24-WRITE-INDEX
                   PERFORM 605-WRITE-ONE-STUNEW
                       UNTIL W24-WRITE-INDEX > W09-STUDENT-COUNT
                   CLOSE F29-STUNEW-FILE

                   PERFORM 541-OPEN-JOURNAL
                   MOVE 1 TO W37-BKO-INDEX
                   PERFORM 686-JOURNAL-ONE-STUDENT-REVERSAL
                       UNTIL W37-BKO-INDEX > W37-BKO-COUNT
                   CLOSE F40-JOURNAL-FILE
               END-IF
           ELSE
               IF W09-STUDENT-STATUS NOT = '00'
                   MOVE 'YES' TO W24-STUMAST-MISSING-SWITCH
                   MOVE SPACES TO F03-OUTPUT-LINE
                   STRING "NO STUDENT MASTER - BACKOUT NOT APPLIED"
                       DELIMITED BY SIZE
                    INTO F03-OUTPUT-LINE
                   END-STRING
                   PERFORM 399-WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

      *682 reverse one student entry paragraph
      *an added student comes back off, a changed one gets the
      *record it had before, and one a batch removed goes back in -
      *each only while the master entry still matches what the batch
      *left behind
       682-REVERSE-ONE-STUDENT-ENTRY.
           IF W37-BKO-DONE(W37-BKO-INDEX) = SPACE
               MOVE W37-BKO-BEFORE(W37-BKO-INDEX) TO W37-BEFORE-IMAGE
               MOVE W37-BKO-AFTER(W37-BKO-INDEX) TO W37-AFTER-IMAGE
               MOVE W37-BKO-ID(W37-BKO-INDEX) TO W09-LOOKUP-ID
               PERFORM 364-FIND-STUDENT-MASTER

               IF W37-AFTER-IMAGE = SPACES
                   IF W09-FOUND-SWITCH NOT = 'YES'
                       IF W09-STUDENT-COUNT < 2500
                           MOVE W37-BEFORE-IMAGE TO W09-HOLD-ENTRY
                           PERFORM 113-PLACE-STUDENT-ENTRY
                           PERFORM 670-RECORD-REVERSAL
                       ELSE
                           MOVE 'STUDENT MASTER' TO W27-OVERFLOW-NAME
                           PERFORM 109-REPORT-TABLE-OVERFLOW
                       END-IF
                   END-IF
               ELSE
                   IF W09-FOUND-SWITCH = 'YES'
                     AND W09-STUDENT-ENTRY(W09-STUDENT-INDEX) =
                         W37-AFTER-IMAGE
                       IF W37-BEFORE-IMAGE = SPACES
                           PERFORM 684-SHIFT-ONE-STUDENT-UP
                               UNTIL W09-STUDENT-INDEX >=
                                     W09-STUDENT-COUNT
                           SUBTRACT 1 FROM W09-STUDENT-COUNT
                       ELSE
                           MOVE W37-BEFORE-IMAGE TO
                               W09-STUDENT-ENTRY(W09-STUDENT-INDEX)
                       END-IF
                       PERFORM 670-RECORD-REVERSAL
                   END-IF
               END-IF
           END-IF

           SUBTRACT 1 FROM W37-BKO-INDEX.

      *684 shift one student up paragraph
       684-SHIFT-ONE-STUDENT-UP.
           MOVE W09-STUDENT-ENTRY(W09-STUDENT-INDEX + 1)
               TO W09-STUDENT-ENTRY(W09-STUDENT-INDEX)
           ADD 1 TO W09-STUDENT-INDEX.

      *686 journal one student reversal paragraph
       686-JOURNAL-ONE-STUDENT-REVERSAL.
           IF W37-BKO-DONE(W37-BKO-INDEX) = 'Y'
               PERFORM 674-JOURNAL-REVERSAL
           END-IF

           ADD 1 TO W37-BKO-INDEX.

      *690 report backout conflict paragraph
      *an entry left unreversed - the record has moved on since the
      *batch, or (grades) the student had no room for the attempt
      *being put back
       690-REPORT-BACKOUT-CONFLICT.
           IF W37-BKO-DONE(W37-SCAN-INDEX) NOT = 'Y'
               ADD 1 TO W37-CONFLICT-COUNT
               MOVE SPACES TO F03-OUTPUT-LINE
               STRING "BACKOUT CONFLICT " DELIMITED BY SIZE
                   W37-BKO-ACTION(W37-SCAN-INDEX) DELIMITED BY SIZE
                   " ID=" DELIMITED BY SIZE
                   W37-BKO-ID(W37-SCAN-INDEX) DELIMITED BY SIZE
                   " - RECORD CHANGED SINCE BATCH" DELIMITED BY SIZE
                INTO F03-OUTPUT-LINE
               END-STRING
               PERFORM 399-WRITE-EXCEPTION-LINE
           END-IF

           ADD 1 TO W37-SCAN-INDEX.

      *700 reconcile masters paragraph
      *reconciliation mode top to bottom: load the student master,
      *the history, and the whole retained grades master, sweep the
      *extract comparing what it delivers against what the grades
      *master retains, then sweep the three masters for students the
      *others have lost. Every finding lands in Fallout.dat with a
      *reason code so the registrar works it like Reject.dat.
      *Nothing is evaluated and nothing is rewritten - this run only
      *reports.
       700-RECONCILE-MASTERS.
           OPEN OUTPUT F03-EXCEPTION-FILE
           PERFORM 110-LOAD-STUDENT-MASTER
           PERFORM 120-LOAD-HISTORY
           PERFORM 702-LOAD-GRADE-MASTER

      *a load that overflowed its table stops this mode the same
      *way it stops every other run - sweeping partial masters
      *would fill Fallout.dat with phantom findings for students
      *that simply did not fit, and the registrar would work them
      *all. The loader already wrote the exception line; the
      *scheduler hears 16 through the usual return-code path.
           IF W27-TABLE-OVERFLOW-SWITCH NOT = 'YES'
               OPEN OUTPUT F31-FALLOUT-FILE

               PERFORM 705-SWEEP-EXTRACT

      *the extract sweep can overflow the delivered-ID table on its
      *own - the master sweeps lean on that table, so they are
      *skipped the same way when it happens
               IF W27-TABLE-OVERFLOW-SWITCH NOT = 'YES'
                   PERFORM 720-SWEEP-GRADE-MASTER
                   PERFORM 725-SWEEP-STUDENT-MASTER
                   PERFORM 730-SWEEP-HISTORY
               END-IF

               CLOSE F31-FALLOUT-FILE
           END-IF

           CLOSE F03-EXCEPTION-FILE.

      *702 load grade master paragraph
      *reads GradeMast.dat whole, attempt by attempt, so the extract
      *sweep can tick attempts off in place. A missing master is not
      *fatal here - every graded extract student simply reports
      *their attempts as absent from it, which is itself the finding
       702-LOAD-GRADE-MASTER.
           MOVE 0 TO W25-GM-COUNT
           OPEN INPUT F15-GRADEMAST-FILE
           IF W17-GRADEMAST-STATUS = '00'
               MOVE SPACES TO W17-MORE-MASTER-SWITCH
               PERFORM 703-READ-ONE-GM-RECORD
                   UNTIL W17-MORE-MASTER-SWITCH = 'NO'
      *disagreement, so filling the table is the same hard, audited
      *stop as every other loader
       703-READ-ONE-GM-RECORD.
           READ F15-GRADEMAST-FILE NEXT RECORD
               AT END MOVE 'NO' TO W17-MORE-MASTER-SWITCH
           END-READ

                  OR W25-EXT-INDEX > W25-EXT-COUNT
           .

      *736 check one extract id paragraph
       736-CHECK-ONE-EXTRACT-ID.
           IF W25-EXT-ID(W25-EXT-INDEX) = W25-LOOKUP-ID
               MOVE 'YES' TO W25-EXT-FOUND-SWITCH
           ELSE
               ADD 1 TO W25-EXT-INDEX
           END-IF.

      *740 process archive paragraph
      *archive mode top to bottom: restores first, so a student
      *coming back is on the tables before the rules look at anyone,
      *then the retention rules over the whole student body, then
      *the masters split three ways - what stays goes to StuNew.dat,
      *GradeNew.dat and HistNew.dat for operations to swap in
      *together as usual, what goes is appended to the archive files
      *stamped with the date, rule and batch. ArchRpt.dat lists
      *every student moved either way.
       740-PROCESS-ARCHIVE.
           OPEN OUTPUT F03-EXCEPTION-FILE
           PERFORM 130-LOAD-PARAMETERS
           PERFORM 183-LOAD-CALENDAR
           PERFORM 110-LOAD-STUDENT-MASTER
           PERFORM 120-LOAD-HISTORY
           PERFORM 741-LOAD-CERTIFIED-GRADUATES

           MOVE SPACES TO W39-ARCHIVE-BATCH
           STRING 'A' DELIMITED BY SIZE
               W19-START-DATE DELIMITED BY SIZE
               W19-START-HHMMSS DELIMITED BY SIZE
            INTO W39-ARCHIVE-BATCH
           END-STRING

      *requests dropped at load surface here as the overflow they
      *are, so a silently shortened request list is never applied
           IF W39-ARQ-DROPPED > 0
               MOVE 'ARCHIVE REQUEST LIST' TO W27-OVERFLOW-NAME
               PERFORM 109-REPORT-TABLE-OVERFLOW
           END-IF

           OPEN OUTPUT F49-ARCHIVE-REPORT-FILE
           PERFORM 772-WRITE-ARCHIVE-HEADING

           OPEN INPUT F15-GRADEMAST-FILE
           IF W17-GRADEMAST-STATUS = '00'
               CLOSE F15-GRADEMAST-FILE
           END-IF

      *nothing moves unless both masters were readable and every
      *table loaded whole - an archive taken off a partial master
      *would lose the students that did not fit
           IF W09-STUDENT-STATUS = '00'
             AND W17-GRADEMAST-STATUS = '00'
             AND W27-TABLE-OVERFLOW-SWITCH NOT = 'YES'
               MOVE 1 TO W39-ARQ-INDEX
               PERFORM 744-RESTORE-ONE-STUDENT
                   UNTIL W39-ARQ-INDEX > W39-ARQ-COUNT
                      OR W27-TABLE-OVERFLOW-SWITCH = 'YES'

      *a restore that overflowed a table stops everything - what
      *was gathered so far is never written, so it is not counted
               IF W27-TABLE-OVERFLOW-SWITCH = 'YES'
                   MOVE 0 TO W39-RESTORED-COUNT
                   MOVE 0 TO W39-ATTEMPTS-RESTORED
               ELSE
                   PERFORM 750-GATHER-LAST-TERMS
                   IF W39-SWEEP-SWITCH = 'YES'
                       PERFORM 752-APPLY-ARCHIVE-RULES
                   END-IF
                   IF W39-SWEEP-SWITCH = 'YES'
                     OR W39-RESTORED-COUNT > 0
                       MOVE 'YES' TO W39-REWRITE-SWITCH
                       PERFORM 760-WRITE-NEW-MASTERS
                   END-IF
               END-IF
           ELSE
      *the no-master messages belong to the unreadable-master cases
      *alone - an overflow refusal already wrote its own line
               IF W09-STUDENT-STATUS NOT = '00'
                   MOVE 'YES' TO W24-STUMAST-MISSING-SWITCH
                   MOVE SPACES TO F03-OUTPUT-LINE
                   STRING "NO STUDENT MASTER - "
                       DELIMITED BY SIZE
                       "ARCHIVE NOT APPLIED"
                       DELIMITED BY SIZE
                    INTO F03-OUTPUT-LINE
                   END-STRING
                   PERFORM 399-WRITE-EXCEPTION-LINE
               END-IF
               IF W17-GRADEMAST-STATUS NOT = '00'
                   MOVE 'YES' TO W17-MASTER-MISSING-SWITCH
                   MOVE SPACES TO F03-OUTPUT-LINE
                   STRING "NO GRADES MASTER - "
                       DELIMITED BY SIZE
                       "ARCHIVE NOT APPLIED"
                       DELIMITED BY SIZE
                    INTO F03-OUTPUT-LINE
                   END-STRING
                   PERFORM 399-WRITE-EXCEPTION-LINE
               END-IF
           END-IF

           MOVE 1 TO W39-ARQ-INDEX
           PERFORM 774-REPORT-ONE-REQUEST
               UNTIL W39-ARQ-INDEX > W39-ARQ-COUNT
           PERFORM 776-WRITE-ARCHIVE-TRAILER

           CLOSE F49-ARCHIVE-REPORT-FILE
             F03-EXCEPTION-FILE.

      *741 load certified graduates paragraph
      *the PASS lines of the last full run's Certify.dat - the
      *graduation rule only ever considers a student the registrar's
      *certification pass has signed off. No file, no graduates.
       741-LOAD-CERTIFIED-GRADUATES.
           MOVE 0 TO W39-CERT-COUNT
           OPEN INPUT F27-CERTIFY-FILE
           IF W39-CERTIFY-STATUS = '00'
               MOVE SPACES TO W39-MORE-CERTIFY-SWITCH
               PERFORM 742-READ-CERTIFY-RECORD
                   UNTIL W39-MORE-CERTIFY-SWITCH = 'NO'
               CLOSE F27-CERTIFY-FILE
           END-IF.

      *742 read certify record paragraph
       742-READ-CERTIFY-RECORD.
           READ F27-CERTIFY-FILE
               AT END MOVE 'NO' TO W39-MORE-CERTIFY-SWITCH
           END-READ

           IF W39-MORE-CERTIFY-SWITCH NOT = 'NO'
             AND F27-CV-VERDICT = 'PASS'
             AND F27-CV-ID IS NUMERIC
               IF W39-CERT-COUNT < 2500
                   ADD 1 TO W39-CERT-COUNT
                   MOVE F27-CV-ID TO W39-CERT-ID(W39-CERT-COUNT)
               ELSE
                   MOVE 'NO' TO W39-MORE-CERTIFY-SWITCH
                   MOVE 'CERTIFIED LIST' TO W27-OVERFLOW-NAME
                   PERFORM 109-REPORT-TABLE-OVERFLOW
               END-IF
           END-IF.

      *744 restore one student paragraph
      *an R request brings back the newest archive batch on file
      *for the student. An ID asked for twice in one run, one the
      *archive files have never seen, or one already carried on
      *both the student master and the history (a restore from an
      *earlier run - 748 puts back both) is refused.
       744-RESTORE-ONE-STUDENT.
           IF W39-ARQ-ACTION(W39-ARQ-INDEX) = 'R'
             AND W39-ARQ-DONE(W39-ARQ-INDEX) = SPACES
               MOVE W39-ARQ-ID(W39-ARQ-INDEX) TO W39-LOOKUP-ID
               PERFORM 758-FIND-RESTORED-ID
               MOVE W39-LOOKUP-ID TO W09-LOOKUP-ID
               PERFORM 364-FIND-STUDENT-MASTER
               MOVE W39-LOOKUP-ID TO W12-LOOKUP-ID
               PERFORM 374-FIND-HISTORY-ENTRY
               IF W39-FOUND-SWITCH = 'YES'
                   MOVE 'N' TO W39-ARQ-DONE(W39-ARQ-INDEX)
                   MOVE 'ALREADY RESTORED THIS RUN'
                       TO W39-ARQ-NOTE(W39-ARQ-INDEX)
               ELSE
                IF W09-FOUND-SWITCH = 'YES'
                  AND W12-HIST-FOUND-SWITCH = 'YES'
                   MOVE 'N' TO W39-ARQ-DONE(W39-ARQ-INDEX)
                   MOVE 'ALREADY ON MASTERS'
                       TO W39-ARQ-NOTE(W39-ARQ-INDEX)
                ELSE
                   PERFORM 745-FIND-LATEST-ARCHIVE-SET
                   IF W39-FOUND-BATCH = SPACES
                       MOVE 'N' TO W39-ARQ-DONE(W39-ARQ-INDEX)
                       MOVE 'NOT IN ARCHIVE'
                           TO W39-ARQ-NOTE(W39-ARQ-INDEX)
                   ELSE
                       PERFORM 748-RESTORE-ARCHIVE-SET
                   END-IF
                END-IF
               END-IF
           END-IF

           ADD 1 TO W39-ARQ-INDEX.

      *745 find latest archive set paragraph
      *the newest batch the student appears in, on the student or
      *the history archive (a history-only archive has no student
      *record). Batch IDs carry the date and time, so the highest
      *one is the latest; each scan also keeps that batch's image.
       745-FIND-LATEST-ARCHIVE-SET.
           MOVE SPACES TO W39-SA-BATCH
           MOVE SPACES TO W39-HA-BATCH
           MOVE SPACES TO W39-FOUND-BATCH

           OPEN INPUT F46-STU-ARCHIVE-FILE
           IF W39-STUARCH-STATUS = '00'
               MOVE SPACES TO W39-MORE-ARCHIVE-SWITCH
               PERFORM 746-SCAN-ONE-STU-ARCHIVE
                   UNTIL W39-MORE-ARCHIVE-SWITCH = 'NO'
               CLOSE F46-STU-ARCHIVE-FILE
           END-IF

           OPEN INPUT F48-HIST-ARCHIVE-FILE
           IF W39-HISTARCH-STATUS = '00'
               MOVE SPACES TO W39-MORE-ARCHIVE-SWITCH
               PERFORM 747-SCAN-ONE-HIST-ARCHIVE
                   UNTIL W39-MORE-ARCHIVE-SWITCH = 'NO'
               CLOSE F48-HIST-ARCHIVE-FILE
           END-IF

           IF W39-SA-BATCH NOT < W39-HA-BATCH
               MOVE W39-SA-BATCH TO W39-FOUND-BATCH
           ELSE
               MOVE W39-HA-BATCH TO W39-FOUND-BATCH
           END-IF.

      *746 scan one stu archive paragraph
       746-SCAN-ONE-STU-ARCHIVE.
           READ F46-STU-ARCHIVE-FILE
               AT END MOVE 'NO' TO W39-MORE-ARCHIVE-SWITCH
           END-READ

           IF W39-MORE-ARCHIVE-SWITCH NOT = 'NO'
             AND F46-SA-ID = W39-LOOKUP-ID
             AND F46-SA-BATCH > W39-SA-BATCH
               MOVE F46-SA-BATCH TO W39-SA-BATCH
               MOVE F46-SA-STUDENT TO W39-SA-IMAGE
           END-IF.

      *747 scan one hist archive paragraph
       747-SCAN-ONE-HIST-ARCHIVE.
           READ F48-HIST-ARCHIVE-FILE
               AT END MOVE 'NO' TO W39-MORE-ARCHIVE-SWITCH
           END-READ

           IF W39-MORE-ARCHIVE-SWITCH NOT = 'NO'
             AND F48-HA-ID = W39-LOOKUP-ID
             AND F48-HA-BATCH > W39-HA-BATCH
               MOVE F48-HA-BATCH TO W39-HA-BATCH
               MOVE F48-HA-HISTORY TO W39-HA-IMAGE
           END-IF.

      *748 restore archive set paragraph
      *puts the batch's student record, history and attempts back.
      *Whatever the masters already hold for the student wins - a
      *returning student the registrar has already re-added keeps
      *that record, and a history or attempt the current masters
      *carry is not overwritten by the archived one. The history
      *comes back as present, so the absent rule does not take the
      *student straight back out.
       748-RESTORE-ARCHIVE-SET.
           MOVE 'Y' TO W39-ARQ-DONE(W39-ARQ-INDEX)
           MOVE W39-FOUND-BATCH TO W39-ARQ-BATCH(W39-ARQ-INDEX)
           ADD 1 TO W39-RESTORED-COUNT

           IF W39-SA-BATCH = W39-FOUND-BATCH
               MOVE W39-LOOKUP-ID TO W09-LOOKUP-ID
               PERFORM 364-FIND-STUDENT-MASTER
               IF W09-FOUND-SWITCH NOT = 'YES'
                   IF W09-STUDENT-COUNT < 2500
                       MOVE W39-SA-IMAGE TO W09-HOLD-ENTRY
                       PERFORM 113-PLACE-STUDENT-ENTRY
                   ELSE
                       MOVE 'STUDENT MASTER' TO W27-OVERFLOW-NAME
                       PERFORM 109-REPORT-TABLE-OVERFLOW
                   END-IF
               END-IF
           END-IF

           IF W39-HA-BATCH = W39-FOUND-BATCH
               MOVE W39-LOOKUP-ID TO W12-LOOKUP-ID
               PERFORM 374-FIND-HISTORY-ENTRY
               IF W12-HIST-FOUND-SWITCH NOT = 'YES'
                   IF W12-HISTORY-COUNT < 2500
                       MOVE W39-HA-IMAGE TO W12-HOLD-ENTRY
                       MOVE 0 TO W12-HOLD-ABSENT-RUNS
                       PERFORM 123-PLACE-HISTORY-ENTRY
                       MOVE 'Y' TO W39-ARQ-HISTORY(W39-ARQ-INDEX)
                   ELSE
                       MOVE 'HISTORY' TO W27-OVERFLOW-NAME
                       PERFORM 109-REPORT-TABLE-OVERFLOW
                   END-IF
               END-IF
           END-IF

           OPEN INPUT F47-GRADE-ARCHIVE-FILE
           IF W39-GRADEARCH-STATUS = '00'
               MOVE SPACES TO W39-MORE-ARCHIVE-SWITCH
               PERFORM 749-GATHER-ONE-ARCHIVED-ATTEMPT
                   UNTIL W39-MORE-ARCHIVE-SWITCH = 'NO'
               CLOSE F47-GRADE-ARCHIVE-FILE
           END-IF.

      *749 gather one archived attempt paragraph
      *the batch's attempts wait in W39-RG-TABLE until GradeNew.dat
      *is open - 764 writes them after the master copy
       749-GATHER-ONE-ARCHIVED-ATTEMPT.
           READ F47-GRADE-ARCHIVE-FILE
               AT END MOVE 'NO' TO W39-MORE-ARCHIVE-SWITCH
           END-READ

           IF W39-MORE-ARCHIVE-SWITCH NOT = 'NO'
             AND F47-GA-ID = W39-LOOKUP-ID
             AND F47-GA-BATCH = W39-FOUND-BATCH
               IF W39-RG-COUNT < 1000
                   ADD 1 TO W39-RG-COUNT
                   MOVE F47-GA-ATTEMPT TO W39-RG-ATTEMPT(W39-RG-COUNT)
                   MOVE W39-ARQ-INDEX TO W39-RG-REQUEST(W39-RG-COUNT)
                   ADD 1 TO W39-ARQ-ATTEMPTS(W39-ARQ-INDEX)
                   ADD 1 TO W39-ATTEMPTS-RESTORED
               ELSE
                   MOVE 'NO' TO W39-MORE-ARCHIVE-SWITCH
                   MOVE 'RESTORED ATTEMPTS' TO W27-OVERFLOW-NAME
                   PERFORM 109-REPORT-TABLE-OVERFLOW
               END-IF
           END-IF.

      *750 gather last terms paragraph
      *clears the rule tables, then one pass of the grades master
      *leaves each student's latest term beside their master entry.
      *The master reads in key order, ID then term, so the last
      *attempt read for a student is their latest term.
       750-GATHER-LAST-TERMS.
           MOVE 1 TO W39-WRITE-INDEX
           PERFORM 779-CLEAR-ONE-RULE-ENTRY
               UNTIL W39-WRITE-INDEX > 2500

           OPEN INPUT F15-GRADEMAST-FILE
           MOVE SPACES TO W17-MORE-MASTER-SWITCH
           PERFORM 751-READ-ONE-LAST-TERM
               UNTIL W17-MORE-MASTER-SWITCH = 'NO'
           CLOSE F15-GRADEMAST-FILE.

      *751 read one last term paragraph
       751-READ-ONE-LAST-TERM.
           READ F15-GRADEMAST-FILE NEXT RECORD
               AT END MOVE 'NO' TO W17-MORE-MASTER-SWITCH
           END-READ

           IF W17-MORE-MASTER-SWITCH NOT = 'NO'
               MOVE F15-GM-ID TO W09-LOOKUP-ID
               PERFORM 364-FIND-STUDENT-MASTER
               IF W09-FOUND-SWITCH = 'YES'
                 AND F15-GM-TERM >
                     W39-STU-LAST-TERM(W09-STUDENT-INDEX)
                   MOVE F15-GM-TERM TO
                       W39-STU-LAST-TERM(W09-STUDENT-INDEX)
               END-IF
           END-IF.

      *752 apply archive rules paragraph
      *judges every student on the master, then every history
      *record whose student the master no longer carries at all
       752-APPLY-ARCHIVE-RULES.
           MOVE 1 TO W39-WRITE-INDEX
           PERFORM 753-JUDGE-ONE-STUDENT
               UNTIL W39-WRITE-INDEX > W09-STUDENT-COUNT

           MOVE 1 TO W39-WRITE-INDEX
           PERFORM 757-JUDGE-ONE-HISTORY
               UNTIL W39-WRITE-INDEX > W12-HISTORY-COUNT
           .

      *753 judge one student paragraph
      *GR - certified PASS on the last full run, and at least
      *ARCGRAD calendar terms have both started after the end of
      *the student's latest term on the grades master and ended
      *before today. A latest term the calendar does not carry
      *cannot be judged, so it never qualifies.
      *AB - the history shows the extract has left the student out
      *of at least ARCABSENT full runs in a row.
      *A student restored this run is exempt from both. The
      *student's history goes wherever the student goes.
       753-JUDGE-ONE-STUDENT.
           MOVE SPACES TO W39-REASON
           MOVE W09-TABLE-ID(W39-WRITE-INDEX) TO W39-LOOKUP-ID
           PERFORM 758-FIND-RESTORED-ID

           IF W39-FOUND-SWITCH NOT = 'YES'
               IF W39-GRAD-TERMS > 0
                 AND W39-STU-LAST-TERM(W39-WRITE-INDEX) NOT = SPACES
                   PERFORM 755-FIND-CERTIFIED-ID
                   IF W39-CERT-FOUND-SWITCH = 'YES'
                       MOVE W39-STU-LAST-TERM(W39-WRITE-INDEX)
                           TO W38-LOOKUP-TERM
                       PERFORM 185-FIND-CALENDAR-TERM
                       IF W38-CAL-FOUND-SWITCH = 'YES'
                           MOVE W38-CAL-END(W38-CAL-INDEX)
                               TO W39-LAST-END
                           MOVE 0 TO W39-LATER-TERMS
                           MOVE 1 TO W38-CAL-INDEX
                           PERFORM 754-COUNT-ONE-LATER-TERM
                               UNTIL W38-CAL-INDEX > W38-CAL-COUNT
                           IF W39-LATER-TERMS NOT < W39-GRAD-TERMS
                               MOVE 'GR' TO W39-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF

               MOVE W39-LOOKUP-ID TO W12-LOOKUP-ID
               PERFORM 374-FIND-HISTORY-ENTRY
               IF W39-REASON = SPACES
                 AND W39-ABSENT-LIMIT > 0
                 AND W12-HIST-FOUND-SWITCH = 'YES'
                   IF W12-TABLE-HIST-ABSENT-RUNS(W12-SEARCH-MID)
                       NOT < W39-ABSENT-LIMIT
                       MOVE 'AB' TO W39-REASON
                   END-IF
               END-IF

               IF W39-REASON NOT = SPACES
                   MOVE W39-REASON TO
                       W39-STU-REASON(W39-WRITE-INDEX)
                   IF W12-HIST-FOUND-SWITCH = 'YES'
                       MOVE W39-REASON TO
                           W39-HIST-REASON(W12-SEARCH-MID)
                   END-IF
               END-IF
           END-IF

           ADD 1 TO W39-WRITE-INDEX.

      *754 count one later term paragraph
       754-COUNT-ONE-LATER-TERM.
           IF W38-CAL-START(W38-CAL-INDEX) > W39-LAST-END
             AND W38-CAL-END(W38-CAL-INDEX) < W19-START-DATE
               ADD 1 TO W39-LATER-TERMS
           END-IF
           ADD 1 TO W38-CAL-INDEX.

      *755 find certified id paragraph
      *linear search of the PASS IDs - Certify.dat is in extract
      *order, not ID order
       755-FIND-CERTIFIED-ID.
           MOVE SPACES TO W39-CERT-FOUND-SWITCH
           MOVE 1 TO W39-CERT-INDEX
           PERFORM 756-CHECK-ONE-CERTIFIED-ID
               UNTIL W39-CERT-FOUND-SWITCH = 'YES'
                  OR W39-CERT-INDEX > W39-CERT-COUNT
           .

      *756 check one certified id paragraph
       756-CHECK-ONE-CERTIFIED-ID.
           IF W39-CERT-ID(W39-CERT-INDEX) = W39-LOOKUP-ID
               MOVE 'YES' TO W39-CERT-FOUND-SWITCH
           ELSE
               ADD 1 TO W39-CERT-INDEX
           END-IF.

      *757 judge one history paragraph
      *a history record with no student behind it - the kind the
      *reconciliation reports as WD night after night - goes once
      *it has been absent ARCABSENT runs, same as a student would
       757-JUDGE-ONE-HISTORY.
           IF W39-HIST-REASON(W39-WRITE-INDEX) = SPACES
             AND W39-ABSENT-LIMIT > 0
             AND W12-TABLE-HIST-ABSENT-RUNS(W39-WRITE-INDEX)
                 NOT < W39-ABSENT-LIMIT
               MOVE W12-TABLE-HIST-ID(W39-WRITE-INDEX)
                   TO W09-LOOKUP-ID
               PERFORM 364-FIND-STUDENT-MASTER
               MOVE W12-TABLE-HIST-ID(W39-WRITE-INDEX)
                   TO W39-LOOKUP-ID
               PERFORM 758-FIND-RESTORED-ID
               IF W09-FOUND-SWITCH NOT = 'YES'
                 AND W39-FOUND-SWITCH NOT = 'YES'
                   MOVE 'AB' TO W39-HIST-REASON(W39-WRITE-INDEX)
               END-IF
           END-IF

           ADD 1 TO W39-WRITE-INDEX.

      *758 find restored id paragraph
      *has W39-LOOKUP-ID already been restored by this run
       758-FIND-RESTORED-ID.
           MOVE SPACES TO W39-FOUND-SWITCH
           MOVE 1 TO W39-SCAN-INDEX
           PERFORM 759-CHECK-ONE-RESTORED-ID
               UNTIL W39-FOUND-SWITCH = 'YES'
                  OR W39-SCAN-INDEX > W39-ARQ-COUNT
           .

      *759 check one restored id paragraph
       759-CHECK-ONE-RESTORED-ID.
           IF W39-ARQ-DONE(W39-SCAN-INDEX) = 'Y'
             AND W39-ARQ-ID(W39-SCAN-INDEX) = W39-LOOKUP-ID
               MOVE 'YES' TO W39-FOUND-SWITCH
           ELSE
               ADD 1 TO W39-SCAN-INDEX
           END-IF.

      *760 write new masters paragraph
      *splits all three masters. The archive files accumulate
      *across runs like the journal; the OUTPUT fallback only fires
      *the first time. HistNew.dat is left beside StuNew.dat and
      *GradeNew.dat, so the three masters are swapped in together -
      *a swap held back leaves all three as they were.
       760-WRITE-NEW-MASTERS.
           OPEN EXTEND F46-STU-ARCHIVE-FILE
           IF W39-STUARCH-STATUS NOT = '00'
               OPEN OUTPUT F46-STU-ARCHIVE-FILE
           END-IF
           OPEN EXTEND F47-GRADE-ARCHIVE-FILE
           IF W39-GRADEARCH-STATUS NOT = '00'
               OPEN OUTPUT F47-GRADE-ARCHIVE-FILE
           END-IF
           OPEN EXTEND F48-HIST-ARCHIVE-FILE
           IF W39-HISTARCH-STATUS NOT = '00'
               OPEN OUTPUT F48-HIST-ARCHIVE-FILE
           END-IF
           OPEN OUTPUT F16-GRADENEW-FILE
             F29-STUNEW-FILE
             F23-HISTNEW-FILE

           OPEN INPUT F15-GRADEMAST-FILE
           MOVE SPACES TO W17-MORE-MASTER-SWITCH
           PERFORM 762-SPLIT-ONE-GM-RECORD
               UNTIL W17-MORE-MASTER-SWITCH = 'NO'
           CLOSE F15-GRADEMAST-FILE

           MOVE 1 TO W39-RG-INDEX
           PERFORM 764-WRITE-ONE-RESTORED-ATTEMPT
               UNTIL W39-RG-INDEX > W39-RG-COUNT

           MOVE 1 TO W24-WRITE-INDEX
           PERFORM 768-SPLIT-ONE-STUDENT
               UNTIL W24-WRITE-INDEX > W09-STUDENT-COUNT

           MOVE 1 TO W39-WRITE-INDEX
           PERFORM 770-SPLIT-ONE-HISTORY
               UNTIL W39-WRITE-INDEX > W12-HISTORY-COUNT

           CLOSE F16-GRADENEW-FILE
             F29-STUNEW-FILE
             F23-HISTNEW-FILE
             F46-STU-ARCHIVE-FILE
             F47-GRADE-ARCHIVE-FILE
             F48-HIST-ARCHIVE-FILE.

      *762 split one gm record paragraph
      *an attempt follows its student: archived students' attempts
      *go to GradeArch.dat under the student's rule, the rest are
      *copied to GradeNew.dat as they stand
       762-SPLIT-ONE-GM-RECORD.
           READ F15-GRADEMAST-FILE NEXT RECORD
               AT END MOVE 'NO' TO W17-MORE-MASTER-SWITCH
           END-READ

           IF W17-MORE-MASTER-SWITCH NOT = 'NO'
               MOVE SPACES TO W39-REASON
               MOVE F15-GM-ID TO W09-LOOKUP-ID
               PERFORM 364-FIND-STUDENT-MASTER
               IF W09-FOUND-SWITCH = 'YES'
                   MOVE W39-STU-REASON(W09-STUDENT-INDEX)
                       TO W39-REASON
                   IF W39-REASON NOT = SPACES
                       ADD 1 TO W39-STU-ATTEMPTS(W09-STUDENT-INDEX)
                   END-IF
               ELSE
                   MOVE F15-GM-ID TO W12-LOOKUP-ID
                   PERFORM 374-FIND-HISTORY-ENTRY
                   IF W12-HIST-FOUND-SWITCH = 'YES'
                       MOVE W39-HIST-REASON(W12-SEARCH-MID)
                           TO W39-REASON
                       IF W39-REASON NOT = SPACES
                           ADD 1 TO
                               W39-HIST-ATTEMPTS(W12-SEARCH-MID)
                       END-IF
                   END-IF
               END-IF

               IF W39-REASON = SPACES
                   MOVE F15-GRADEMAST-RECORD TO F16-GRADENEW-RECORD
                   WRITE F16-GRADENEW-RECORD
                       INVALID KEY PERFORM 767-REPORT-GRADENEW-KEY
                   END-WRITE
               ELSE
                   MOVE W19-START-DATE TO F47-GA-DATE
                   MOVE W39-REASON TO F47-GA-REASON
                   MOVE W39-ARCHIVE-BATCH TO F47-GA-BATCH
                   MOVE F15-GRADEMAST-RECORD TO F47-GA-ATTEMPT
                   WRITE F47-GRADE-ARCHIVE-RECORD
                   ADD 1 TO W39-ATTEMPTS-ARCHIVED
               END-IF
           END-IF.

      *764 write one restored attempt paragraph
       764-WRITE-ONE-RESTORED-ATTEMPT.
           MOVE W39-RG-ATTEMPT(W39-RG-INDEX) TO F16-GRADENEW-RECORD
           WRITE F16-GRADENEW-RECORD
               INVALID KEY PERFORM 766-KEEP-MASTER-ATTEMPT
           END-WRITE

           ADD 1 TO W39-RG-INDEX.

      *766 keep master attempt paragraph
      *the grades master already holds an attempt under this key -
      *a returning student's new extract got there first, and the
      *current record stands
       766-KEEP-MASTER-ATTEMPT.
           ADD 1 TO W39-ATTEMPTS-KEPT
           ADD 1 TO W39-ARQ-KEPT(W39-RG-REQUEST(W39-RG-INDEX))
           MOVE SPACES TO F03-OUTPUT-LINE
           STRING "RESTORE KEPT MASTER ATTEMPT ID=" DELIMITED BY SIZE
               F16-GN-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               F16-GN-COURSE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               F16-GN-TERM DELIMITED BY SIZE
            INTO F03-OUTPUT-LINE
           END-STRING
           PERFORM 399-WRITE-EXCEPTION-LINE.

      *767 report gradenew key paragraph
      *the master is read in key order, so a copy can only collide
      *if the master itself is damaged - reported, never skipped
      *silently
       767-REPORT-GRADENEW-KEY.
           MOVE SPACES TO F03-OUTPUT-LINE
           STRING "GRADES MASTER KEY OUT OF ORDER ID=" DELIMITED BY SIZE
               F16-GN-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               F16-GN-COURSE DELIMITED BY SIZE
            INTO F03-OUTPUT-LINE
           END-STRING
           PERFORM 399-WRITE-EXCEPTION-LINE.

      *768 split one student paragraph
      *a student staying goes through 605-WRITE-ONE-STUNEW exactly
      *as a maintenance run writes them; an archived one is stamped
      *onto StuArch.dat and listed on the control report
       768-SPLIT-ONE-STUDENT.
           IF W39-STU-REASON(W24-WRITE-INDEX) = SPACES
               PERFORM 605-WRITE-ONE-STUNEW
           ELSE
               MOVE W19-START-DATE TO F46-SA-DATE
               MOVE W39-STU-REASON(W24-WRITE-INDEX) TO F46-SA-REASON
               MOVE W39-ARCHIVE-BATCH TO F46-SA-BATCH
               MOVE W09-STUDENT-ENTRY(W24-WRITE-INDEX)
                   TO F46-SA-STUDENT
               WRITE F46-STU-ARCHIVE-RECORD

               MOVE SPACES TO W39-ARCHIVE-LINE
               MOVE 'ARCHIVED' TO W39-AL-ACTION
               MOVE W09-TABLE-ID(W24-WRITE-INDEX) TO W39-AL-ID
               MOVE W09-TABLE-NAME(W24-WRITE-INDEX) TO W39-AL-NAME
               MOVE W09-TABLE-PROGRAM(W24-WRITE-INDEX)
                   TO W39-AL-PROGRAM
               MOVE W09-TABLE-ADVISOR(W24-WRITE-INDEX)
                   TO W39-AL-ADVISOR
               MOVE W39-STU-ATTEMPTS(W24-WRITE-INDEX)
                   TO W39-AL-ATTEMPTS
               MOVE W09-TABLE-ID(W24-WRITE-INDEX) TO W12-LOOKUP-ID
               PERFORM 374-FIND-HISTORY-ENTRY
               IF W12-HIST-FOUND-SWITCH = 'YES'
                   MOVE 'Y' TO W39-AL-HISTORY
               ELSE
                   MOVE 'N' TO W39-AL-HISTORY
               END-IF
               IF W39-STU-REASON(W24-WRITE-INDEX) = 'GR'
                   ADD 1 TO W39-GRAD-COUNT
                   MOVE 'GR CERTIFIED GRADUATE' TO W39-AL-TEXT
               ELSE
                   ADD 1 TO W39-ABSENT-COUNT
                   STRING 'AB ABSENT ' DELIMITED BY SIZE
                       W12-TABLE-HIST-ABSENT-RUNS(W12-SEARCH-MID)
                           DELIMITED BY SIZE
                       ' RUNS' DELIMITED BY SIZE
                    INTO W39-AL-TEXT
                   END-STRING
               END-IF
               MOVE W39-ARCHIVE-LINE TO F49-OUTPUT-LINE
               WRITE F49-ARCHIVE-REPORT-RECORD

               ADD 1 TO W24-WRITE-INDEX
           END-IF.

      *770 split one history paragraph
      *history follows its student; a history record archived with
      *no student behind it gets its own control report line
       770-SPLIT-ONE-HISTORY.
           IF W39-HIST-REASON(W39-WRITE-INDEX) = SPACES
               MOVE W12-HISTORY-ENTRY(W39-WRITE-INDEX)
                   TO F23-HISTNEW-RECORD
               WRITE F23-HISTNEW-RECORD
           ELSE
               MOVE W19-START-DATE TO F48-HA-DATE
               MOVE W39-HIST-REASON(W39-WRITE-INDEX) TO F48-HA-REASON
               MOVE W39-ARCHIVE-BATCH TO F48-HA-BATCH
               MOVE W12-HISTORY-ENTRY(W39-WRITE-INDEX)
                   TO F48-HA-HISTORY
               WRITE F48-HIST-ARCHIVE-RECORD

               MOVE W12-TABLE-HIST-ID(W39-WRITE-INDEX)
                   TO W09-LOOKUP-ID
               PERFORM 364-FIND-STUDENT-MASTER
               IF W09-FOUND-SWITCH NOT = 'YES'
                   ADD 1 TO W39-HIST-ONLY-COUNT
                   MOVE SPACES TO W39-ARCHIVE-LINE
                   MOVE 'ARCHIVED' TO W39-AL-ACTION
                   MOVE W12-TABLE-HIST-ID(W39-WRITE-INDEX)
                       TO W39-AL-ID
                   MOVE 'NO STUDENT RECORD' TO W39-AL-NAME
                   MOVE W39-HIST-ATTEMPTS(W39-WRITE-INDEX)
                       TO W39-AL-ATTEMPTS
                   MOVE 'Y' TO W39-AL-HISTORY
                   STRING 'AB ABSENT ' DELIMITED BY SIZE
                       W12-TABLE-HIST-ABSENT-RUNS(W39-WRITE-INDEX)
                           DELIMITED BY SIZE
                       ' RUNS - HISTORY ONLY' DELIMITED BY SIZE
                    INTO W39-AL-TEXT
                   END-STRING
                   MOVE W39-ARCHIVE-LINE TO F49-OUTPUT-LINE
                   WRITE F49-ARCHIVE-REPORT-RECORD
               END-IF
           END-IF

           ADD 1 TO W39-WRITE-INDEX.

      *772 write archive heading paragraph
       772-WRITE-ARCHIVE-HEADING.
           MOVE SPACES TO F49-OUTPUT-LINE
           STRING 'ARCHIVE CONTROL REPORT   BATCH=' DELIMITED BY SIZE
               W39-ARCHIVE-BATCH DELIMITED BY SIZE
               '   DATE=' DELIMITED BY SIZE
               W19-START-DATE DELIMITED BY SIZE
            INTO F49-OUTPUT-LINE
           END-STRING
           WRITE F49-ARCHIVE-REPORT-RECORD

           MOVE SPACES TO F49-OUTPUT-LINE
           IF W39-SWEEP-SWITCH = 'YES'
               STRING 'RULES: GRADUATES AFTER=' DELIMITED BY SIZE
                   W39-GRAD-TERMS DELIMITED BY SIZE
                   ' TERMS  ABSENT AFTER=' DELIMITED BY SIZE
                   W39-ABSENT-LIMIT DELIMITED BY SIZE
                   ' RUNS  REQUESTED BY ' DELIMITED BY SIZE
                   W39-SWEEP-REQUESTER DELIMITED BY SIZE
                INTO F49-OUTPUT-LINE
               END-STRING
           ELSE
               MOVE 'RULES: NOT APPLIED - NO SWEEP REQUESTED'
                   TO F49-OUTPUT-LINE
           END-IF
           WRITE F49-ARCHIVE-REPORT-RECORD

           MOVE SPACES TO F49-OUTPUT-LINE
           STRING 'ACTION    ID     NAME' DELIMITED BY SIZE
               '                  PROG   ADV  ATT  H  '
                   DELIMITED BY SIZE
               'REASON / NOTE' DELIMITED BY SIZE
            INTO F49-OUTPUT-LINE
           END-STRING
           WRITE F49-ARCHIVE-REPORT-RECORD.

      *774 report one request paragraph
      *one line per restore asked for, restored or refused, and per
      *request line that could not be read. A refusal also goes to
      *the exception file and makes the run end with 8.
       774-REPORT-ONE-REQUEST.
           IF W39-ARQ-ACTION(W39-ARQ-INDEX) NOT = 'A'
             OR W39-ARQ-DONE(W39-ARQ-INDEX) = 'X'
               MOVE SPACES TO W39-ARCHIVE-LINE
               MOVE W39-ARQ-ID(W39-ARQ-INDEX) TO W39-AL-ID
               IF W39-ARQ-DONE(W39-ARQ-INDEX) = 'Y'
                 AND W39-REWRITE-SWITCH = 'YES'
                   MOVE 'RESTORED' TO W39-AL-ACTION
                   MOVE W39-ARQ-ID(W39-ARQ-INDEX) TO W09-LOOKUP-ID
                   PERFORM 364-FIND-STUDENT-MASTER
                   IF W09-FOUND-SWITCH = 'YES'
                       MOVE W09-LOOKUP-NAME TO W39-AL-NAME
                   ELSE
                       MOVE 'NO STUDENT RECORD' TO W39-AL-NAME
                   END-IF
                   MOVE W09-LOOKUP-PROGRAM TO W39-AL-PROGRAM
                   MOVE W09-LOOKUP-ADVISOR TO W39-AL-ADVISOR
                   MOVE W39-ARQ-ATTEMPTS(W39-ARQ-INDEX)
                       TO W39-AL-ATTEMPTS
                   MOVE W39-ARQ-HISTORY(W39-ARQ-INDEX)
                       TO W39-AL-HISTORY
                   IF W39-ARQ-KEPT(W39-ARQ-INDEX) > 0
                       STRING 'FROM ' DELIMITED BY SIZE
                           W39-ARQ-BATCH(W39-ARQ-INDEX)
                               DELIMITED BY SIZE
                           ' BY ' DELIMITED BY SIZE
                           W39-ARQ-REQUESTER(W39-ARQ-INDEX)
                               DELIMITED BY SIZE
                           ' KEPT=' DELIMITED BY SIZE
                           W39-ARQ-KEPT(W39-ARQ-INDEX)
                               DELIMITED BY SIZE
                        INTO W39-AL-TEXT
                       END-STRING
                   ELSE
                       STRING 'FROM ' DELIMITED BY SIZE
                           W39-ARQ-BATCH(W39-ARQ-INDEX)
                               DELIMITED BY SIZE
                           ' BY ' DELIMITED BY SIZE
                           W39-ARQ-REQUESTER(W39-ARQ-INDEX)
                               DELIMITED BY SIZE
                        INTO W39-AL-TEXT
                       END-STRING
                   END-IF
               ELSE
      *a restore the run never got to apply (no master, or a table
      *overflow) is refused with it - the reason is already on the
      *exception file
                   IF W39-ARQ-DONE(W39-ARQ-INDEX) = SPACES
                     OR W39-ARQ-DONE(W39-ARQ-INDEX) = 'Y'
                       MOVE 'NOT APPLIED - SEE EXCEPTIONS'
                           TO W39-ARQ-NOTE(W39-ARQ-INDEX)
                   END-IF
                   ADD 1 TO W39-REFUSED-COUNT
                   MOVE 'REFUSED' TO W39-AL-ACTION
                   MOVE W39-ARQ-NOTE(W39-ARQ-INDEX) TO W39-AL-TEXT
                   MOVE SPACES TO F03-OUTPUT-LINE
                   STRING "ARCHIVE REFUSED " DELIMITED BY SIZE
                       W39-ARQ-ACTION(W39-ARQ-INDEX)
                           DELIMITED BY SIZE
                       " ID=" DELIMITED BY SIZE
                       W39-ARQ-ID(W39-ARQ-INDEX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       W39-ARQ-NOTE(W39-ARQ-INDEX) DELIMITED BY SIZE
                    INTO F03-OUTPUT-LINE
                   END-STRING
                   PERFORM 399-WRITE-EXCEPTION-LINE
               END-IF
               MOVE W39-ARCHIVE-LINE TO F49-OUTPUT-LINE
               WRITE F49-ARCHIVE-REPORT-RECORD
           END-IF

           ADD 1 TO W39-ARQ-INDEX.

      *776 write archive trailer paragraph
       776-WRITE-ARCHIVE-TRAILER.
           MOVE SPACES TO F49-OUTPUT-LINE
           WRITE F49-ARCHIVE-REPORT-RECORD

           MOVE SPACES TO F49-OUTPUT-LINE
           STRING 'STUDENTS ARCHIVED: GRADUATES=' DELIMITED BY SIZE
               W39-GRAD-COUNT DELIMITED BY SIZE
               '  ABSENT=' DELIMITED BY SIZE
               W39-ABSENT-COUNT DELIMITED BY SIZE
               '  HISTORY ONLY=' DELIMITED BY SIZE
               W39-HIST-ONLY-COUNT DELIMITED BY SIZE
               '  ATTEMPTS=' DELIMITED BY SIZE
               W39-ATTEMPTS-ARCHIVED DELIMITED BY SIZE
            INTO F49-OUTPUT-LINE
           END-STRING
           WRITE F49-ARCHIVE-REPORT-RECORD

           MOVE SPACES TO F49-OUTPUT-LINE
           STRING 'STUDENTS RESTORED=' DELIMITED BY SIZE
               W39-RESTORED-COUNT DELIMITED BY SIZE
               '  ATTEMPTS=' DELIMITED BY SIZE
               W39-ATTEMPTS-RESTORED DELIMITED BY SIZE
               '  KEPT FROM MASTER=' DELIMITED BY SIZE
               W39-ATTEMPTS-KEPT DELIMITED BY SIZE
               '  REFUSED=' DELIMITED BY SIZE
               W39-REFUSED-COUNT DELIMITED BY SIZE
            INTO F49-OUTPUT-LINE
           END-STRING
           WRITE F49-ARCHIVE-REPORT-RECORD

           MOVE SPACES TO F49-OUTPUT-LINE
           IF W39-REWRITE-SWITCH = 'YES'
               STRING 'NEW MASTERS TO SWAP IN: StuNew.dat'
                   DELIMITED BY SIZE
                   ' GradeNew.dat HistNew.dat'
                   DELIMITED BY SIZE
                INTO F49-OUTPUT-LINE
               END-STRING
           ELSE
               MOVE 'NO MASTER REWRITTEN' TO F49-OUTPUT-LINE
           END-IF
           WRITE F49-ARCHIVE-REPORT-RECORD.

      *779 clear one rule entry paragraph
       779-CLEAR-ONE-RULE-ENTRY.
           MOVE SPACES TO W39-STU-REASON(W39-WRITE-INDEX)
           MOVE SPACES TO W39-STU-LAST-TERM(W39-WRITE-INDEX)
           MOVE 0 TO W39-STU-ATTEMPTS(W39-WRITE-INDEX)
           MOVE SPACES TO W39-HIST-REASON(W39-WRITE-INDEX)
           MOVE 0 TO W39-HIST-ATTEMPTS(W39-WRITE-INDEX)
           ADD 1 TO W39-WRITE-INDEX.

      *780 check archived student paragraph
      *an extract student with no Student.dat record who is on
      *StuArch.dat was archived and never restored. Students the
      *run was not asked about are not looked up - the archive is
      *swept only for the rare roster miss.
       780-CHECK-ARCHIVED-STUDENT.
           MOVE SPACES TO W39-ARCHIVED-SWITCH
           IF W09-FOUND-SWITCH NOT = 'YES'
             AND W18-REQ-MATCH-SWITCH = 'YES'
               MOVE W04-CURRENT-ID TO W39-LOOKUP-ID
               MOVE SPACES TO W39-SA-BATCH
               OPEN INPUT F46-STU-ARCHIVE-FILE
               IF W39-STUARCH-STATUS = '00'
                   MOVE SPACES TO W39-MORE-ARCHIVE-SWITCH
                   PERFORM 746-SCAN-ONE-STU-ARCHIVE
                       UNTIL W39-MORE-ARCHIVE-SWITCH = 'NO'
                   CLOSE F46-STU-ARCHIVE-FILE
               END-IF
               IF W39-SA-BATCH NOT = SPACES
                   MOVE 'YES' TO W39-ARCHIVED-SWITCH
                   ADD 1 TO W39-ARCHIVED-SKIPPED
               END-IF
           END-IF.

      *782 report archived request paragraph
      *a requested student who is in the archive - the extract has
      *them, so the missing list must not claim otherwise
       782-REPORT-ARCHIVED-REQUEST.
           MOVE SPACES TO F20-OUTPUT-LINE
           STRING "  REQUESTED ID IS ARCHIVED - RESTORE FIRST ID="
               DELIMITED BY SIZE
               W04-CURRENT-ID DELIMITED BY SIZE
            INTO F20-OUTPUT-LINE
           END-STRING
           WRITE F20-ONDEMAND-RECORD.

      *395 abort run paragraph
      *the run is refusing to produce Report.dat - either the edit
      *pass came back no-go or a startup table overflowed. Say which
      *396 set return code paragraph
      *ranks the ways a run can deserve attention: an edit-pass
      *refusal is a hard 16; a count mismatch, an exception flood,
      *a transaction run whose grades master could not even be
      *read, or a backout that was refused or could not reverse
      *every entry is an 8; anything else a clean zero
       396-SET-RETURN-CODE.
           MOVE 0 TO W19-RETURN-CODE

             OR W19-EXCEPTION-COUNT > W19-EXCEPTION-LIMIT
             OR W17-MASTER-MISSING-SWITCH = 'YES'
             OR W24-STUMAST-MISSING-SWITCH = 'YES'
             OR W37-BACKOUT-REFUSED-SWITCH = 'YES'
             OR W37-CONFLICT-COUNT > 0
             OR W39-REFUSED-COUNT > 0
               MOVE 8 TO W19-RETURN-CODE
           END-IF

               IF W24-STUTRANS-MODE-SWITCH = 'YES'
                   MOVE 'STUDENT MAINT' TO W19-RUN-MODE-TEXT
               ELSE
               IF W37-BACKOUT-MODE-SWITCH = 'YES'
                   MOVE 'BACKOUT' TO W19-RUN-MODE-TEXT
               ELSE
               IF W25-RECONCILE-MODE-SWITCH = 'YES'
                   MOVE 'RECONCILE' TO W19-RUN-MODE-TEXT
               ELSE
               IF W35-WHATIF-MODE-SWITCH = 'YES'
                   MOVE 'WHAT-IF' TO W19-RUN-MODE-TEXT
               ELSE
               IF W39-ARCHIVE-MODE-SWITCH = 'YES'
                   MOVE 'ARCHIVE' TO W19-RUN-MODE-TEXT
               ELSE
               IF W27-TABLE-OVERFLOW-SWITCH = 'YES'
                   MOVE 'ABORTED OVERFLOW' TO W19-RUN-MODE-TEXT
               ELSE
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF

      *the audit log accumulates - several runs a day is the normal
           END-STRING
           WRITE F22-AUDIT-RECORD

      *archived students the extract still carries are read past,
      *not lost - the count lets the record count be squared
           IF W39-ARCHIVED-SKIPPED > 0
               MOVE SPACES TO F22-OUTPUT-LINE
               STRING 'ARCHIVED STUDENTS IN EXTRACT SKIPPED='
                   DELIMITED BY SIZE
                   W39-ARCHIVED-SKIPPED DELIMITED BY SIZE
                INTO F22-OUTPUT-LINE
               END-STRING
               WRITE F22-AUDIT-RECORD
           END-IF

      *a full run that found lapsed incompletes says so, so
      *operations knows LapseTrans.dat is waiting to be run
           IF W38-LAPSED-COUNT > 0
               MOVE SPACES TO F22-OUTPUT-LINE
               STRING 'INCOMPLETES LAPSED=' DELIMITED BY SIZE
                   W38-LAPSED-COUNT DELIMITED BY SIZE
                   '  WRITTEN TO LapseTrans.dat' DELIMITED BY SIZE
                INTO F22-OUTPUT-LINE
               END-STRING
               WRITE F22-AUDIT-RECORD
           END-IF

      *an archive run names its batch - the stamp on every record it
      *moved, and the handle a restore picks up
           IF W39-ARCHIVE-BATCH NOT = SPACES
               MOVE SPACES TO F22-OUTPUT-LINE
               STRING 'ARCHIVE BATCH=' DELIMITED BY SIZE
                   W39-ARCHIVE-BATCH DELIMITED BY SIZE
                   '  GRADUATES=' DELIMITED BY SIZE
                   W39-GRAD-COUNT DELIMITED BY SIZE
                   '  ABSENT=' DELIMITED BY SIZE
                   W39-ABSENT-COUNT DELIMITED BY SIZE
                   '  RESTORED=' DELIMITED BY SIZE
                   W39-RESTORED-COUNT DELIMITED BY SIZE
                INTO F22-OUTPUT-LINE
               END-STRING
               WRITE F22-AUDIT-RECORD
           END-IF

      *a run that changed a master names the journal batch it wrote
      *- the handle operations needs to back it out
           IF W37-BATCH-ID NOT = SPACES
               MOVE SPACES TO F22-OUTPUT-LINE
               STRING 'JOURNAL BATCH=' DELIMITED BY SIZE
                   W37-BATCH-ID DELIMITED BY SIZE
                   '  ENTRIES=' DELIMITED BY SIZE
                   W37-JOURNAL-COUNT DELIMITED BY SIZE
                INTO F22-OUTPUT-LINE
               END-STRING
               WRITE F22-AUDIT-RECORD
           END-IF

           MOVE SPACES TO F22-OUTPUT-LINE
           STRING 'RETURN CODE=' DELIMITED BY SIZE
               W19-RETURN-CODE DELIMITED BY SIZE
           END-IF

           IF W18-SUBSET-RUN-SWITCH NOT = 'YES'
               PERFORM 403-CARRY-ABSENT-HISTORY
               CLOSE F15-GRADEMAST-FILE
                 F23-HISTNEW-FILE
                 F27-CERTIFY-FILE
                 F35-SAP-FILE
                 F36-DEANS-FILE
                 F43-LAPSE-TRANS-FILE
               PERFORM 958-WRITE-NOTICE-TRAILER
               CLOSE F44-LAPSE-NOTICE-FILE
               PERFORM 401-SWAP-HISTORY-MASTER
               PERFORM 900-WRITE-GRADE-DISTRIBUTION
           END-IF

           CLOSE F01-GRADES-FILE
               WRITE F09-HISTORY-RECORD
           END-IF.

      *403 carry absent history paragraph
      *a student the last full run knew about but this extract did
      *not carry keeps their last standing in HistNew.dat with one
      *more absent run counted, instead of silently falling out of
      *the history - the archive rules read that count. Evaluated
      *students were already written by 370-WRITE-HISTORY-RECORD.
       403-CARRY-ABSENT-HISTORY.
           MOVE 1 TO W12-HISTORY-INDEX
           PERFORM 404-CARRY-ONE-ABSENT
               UNTIL W12-HISTORY-INDEX > W12-HISTORY-COUNT
           .

      *404 carry one absent paragraph
       404-CARRY-ONE-ABSENT.
           MOVE W12-TABLE-HIST-ID(W12-HISTORY-INDEX)
               TO W15-LOOKUP-SEEN-ID
           PERFORM 168-FIND-SEEN-HIST-ID

           IF W15-SEEN-FOUND-SWITCH NOT = 'YES'
               MOVE W12-HISTORY-ENTRY(W12-HISTORY-INDEX)
                   TO F23-HISTNEW-RECORD
               IF F23-HN-ABSENT-RUNS < 99
                   ADD 1 TO F23-HN-ABSENT-RUNS
               END-IF
               WRITE F23-HISTNEW-RECORD
           END-IF

           ADD 1 TO W12-HISTORY-INDEX.


      *800 evaluate sap paragraph
      *the financial-aid Satisfactory Academic Progress measures for
      *the student just computed. Attempted hours count every
      *attempt on file - a withdrawal, a failure and each sitting of
      *a repeated course all count against the student - so the
      *repeats the best-grade policy set aside go back on top of the
      *tallied hours. Earned hours are the credit-bearing grades the
      *tally counted, a repeated course earning its hours once. Pace
      *is earned over attempted as a whole percent, never rounded
      *up. The maximum timeframe is SAPMAXTF percent of the
      *program's required hours and is only judged when the
      *requirement data exists to judge it by. The GPA test applies
      *only once there is a graded hour behind the GPA.
      *Over the timeframe is MAX TIMEFRAME EXCEEDED whatever the
      *other measures say; otherwise failing GPA or pace is FA
      *WARNING the first time and FA SUSPENSION when the last run
      *already had the student on warning or suspension.
       800-EVALUATE-SAP.
           MOVE 1 TO W33-SAP-INDEX
           PERFORM 801-ADD-REPEATED-ATTEMPT
               UNTIL W33-SAP-INDEX > W13-ATTEMPT-COUNT

           IF W33-SAP-ATTEMPTED > 0
               MULTIPLY W33-SAP-EARNED BY 100
                   GIVING W02-CALC-INTERMEDIATE
               DIVIDE W02-CALC-INTERMEDIATE BY W33-SAP-ATTEMPTED
                   GIVING W33-SAP-PACE
           ELSE
               MOVE 100 TO W33-SAP-PACE
           END-IF

           MULTIPLY W10-REQ-TOTAL-CREDITS BY W33-SAP-MAX-PCT
               GIVING W02-CALC-INTERMEDIATE
           DIVIDE W02-CALC-INTERMEDIATE BY 100
               GIVING W33-SAP-MAX-HOURS

           MOVE SPACES TO W33-SAP-FAIL-SWITCH
           IF W02-GPA-HOURS > 0
             AND W02-GPA < W33-SAP-MIN-GPA
               MOVE 'YES' TO W33-SAP-FAIL-SWITCH
           END-IF
           IF W33-SAP-PACE < W33-SAP-MIN-PACE
               MOVE 'YES' TO W33-SAP-FAIL-SWITCH
           END-IF

           MOVE W04-CURRENT-ID TO W12-LOOKUP-ID
           PERFORM 374-FIND-HISTORY-ENTRY

           IF W33-SAP-MAX-HOURS > 0
             AND W33-SAP-ATTEMPTED > W33-SAP-MAX-HOURS
               MOVE 'T' TO W33-SAP-CODE
               MOVE 'MAX TIMEFRAME EXCEEDED' TO W33-SAP-TEXT
           ELSE
               IF W33-SAP-FAIL-SWITCH = 'YES'
                   IF W12-PRIOR-SAP-STATUS = 'W'
                     OR W12-PRIOR-SAP-STATUS = 'S'
                       MOVE 'S' TO W33-SAP-CODE
                       MOVE 'FA SUSPENSION' TO W33-SAP-TEXT
                   ELSE
                       MOVE 'W' TO W33-SAP-CODE
                       MOVE 'FA WARNING' TO W33-SAP-TEXT
                   END-IF
               ELSE
                   MOVE 'M' TO W33-SAP-CODE
                   MOVE 'MEETING' TO W33-SAP-TEXT
               END-IF
           END-IF.

      *801 add repeated attempt paragraph
       801-ADD-REPEATED-ATTEMPT.
           IF W13-ATT-FORGIVEN(W33-SAP-INDEX)
               ADD W13-ATT-CREDIT(W33-SAP-INDEX) TO W33-SAP-ATTEMPTED
           END-IF

           ADD 1 TO W33-SAP-INDEX.

      *802 write sap extract paragraph
      *one SAP.dat record for the student just evaluated, written
      *alongside the grades master during a full run's compute pass
       802-WRITE-SAP-EXTRACT.
           MOVE SPACES TO F35-SAP-RECORD
           MOVE W04-CURRENT-ID TO F35-SAP-ID
           MOVE W09-LOOKUP-PROGRAM TO F35-SAP-PROGRAM
           MOVE W02-CURRENT-TERM TO F35-SAP-TERM
           MOVE W02-GPA-EDIT TO F35-SAP-GPA
           MOVE W33-SAP-ATTEMPTED TO F35-SAP-ATTEMPTED
           MOVE W33-SAP-EARNED TO F35-SAP-EARNED
           MOVE W33-SAP-PACE TO F35-SAP-PACE
           MOVE W33-SAP-MAX-HOURS TO F35-SAP-MAX-HOURS
           MOVE W33-SAP-CODE TO F35-SAP-STATUS
           MOVE W33-SAP-TEXT TO F35-SAP-STATUS-TEXT
           WRITE F35-SAP-RECORD.

      *810 check deans list paragraph
      *the student just computed makes the Dean's List for their
      *current term when the term GPA and the graded hours behind it
      *(both from 339-COMPUTE-TERM-GPA) meet the Params.dat minimums
      *and no attempt in the term that still counts - one a later
      *retake set aside does not - is an incomplete or a failure
       810-CHECK-DEANS-LIST.
           IF W02-CURRENT-TERM NOT = SPACES
             AND W02-TERM-GPA-HOURS >= W34-DL-MIN-HOURS
             AND W02-TERM-GPA >= W34-DL-MIN-GPA
               MOVE SPACES TO W34-DL-BAR-SWITCH
               MOVE 1 TO W34-DL-INDEX
               PERFORM 811-CHECK-ONE-TERM-GRADE
                   UNTIL W34-DL-BAR-SWITCH = 'YES'
                      OR W34-DL-INDEX > W13-ATTEMPT-COUNT

               IF W34-DL-BAR-SWITCH NOT = 'YES'
                   MOVE SPACES TO F36-DEANS-RECORD
                   MOVE W02-CURRENT-TERM TO F36-DL-TERM
                   MOVE W04-CURRENT-ID TO F36-DL-ID
                   MOVE W09-LOOKUP-NAME TO F36-DL-NAME
                   MOVE W09-LOOKUP-PROGRAM TO F36-DL-PROGRAM
                   MOVE W02-TERM-GPA-EDIT TO F36-DL-TERM-GPA
                   MOVE W02-TERM-GPA-HOURS TO F36-DL-GRADED-HOURS
                   WRITE F36-DEANS-RECORD
               END-IF
           END-IF.

      *811 check one term grade paragraph
      *a failure is whatever W14-GRADE-TABLE says counts in the GPA
      *without earning credit, so a failing code defined in
      *Params.dat bars the student the same as F
       811-CHECK-ONE-TERM-GRADE.
           MOVE W13-ATT-GRADE(W34-DL-INDEX) TO W02-GRADE
           PERFORM 332-FIND-GRADE-ENTRY

           IF W13-ATT-TERM(W34-DL-INDEX) = W02-CURRENT-TERM
             AND NOT W13-ATT-FORGIVEN(W34-DL-INDEX)
             AND (W13-ATT-GRADE(W34-DL-INDEX) = 'I'
               OR (W14-GRADE-FOUND-SWITCH = 'YES'
                 AND W14-CUR-GPA-FLAG = 'G'
                 AND W14-CUR-CREDIT-FLAG NOT = 'C'))
               MOVE 'YES' TO W34-DL-BAR-SWITCH
           ELSE
               ADD 1 TO W34-DL-INDEX
           END-IF.

      *820 set latin honors paragraph
      *the honors band a certified graduate's cumulative GPA reaches,
      *highest first - but only once enough of their earned hours
      *were earned here. Transferred (K) hours carry no grade into
      *the GPA, so a record made mostly of transfer work could show
      *a summa GPA built on a handful of resident courses; below
      *HONHOURS resident hours no honors are awarded at all.
       820-SET-LATIN-HONORS.
           MOVE SPACES TO W34-HONORS-TEXT
           MOVE 0 TO W34-RESIDENT-HOURS
           IF W33-SAP-EARNED > W34-TRANSFER-HOURS
               SUBTRACT W34-TRANSFER-HOURS FROM W33-SAP-EARNED
                   GIVING W34-RESIDENT-HOURS
           END-IF

           IF W34-RESIDENT-HOURS >= W34-HON-MIN-HOURS
               IF W02-GPA >= W34-SUMMA-GPA
                   MOVE 'SUMMA CUM LAUDE' TO W34-HONORS-TEXT
               ELSE
                   IF W02-GPA >= W34-MAGNA-GPA
                       MOVE 'MAGNA CUM LAUDE' TO W34-HONORS-TEXT
                   ELSE
                       IF W02-GPA >= W34-CUM-GPA
                           MOVE 'CUM LAUDE' TO W34-HONORS-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *850 process whatif paragraph
      *what-if mode top to bottom: load the same rule tables a full
      *run uses, then evaluate each requested student twice from the
      *retained grades master - once as they stand, once under the
      *scenario - and print both on WhatIfRpt.dat. The grades
      *master is only ever read, and neither Student.dat, History.dat
      *nor any nightly deliverable is opened for output, so an
      *advisor's question can never change a record.
       850-PROCESS-WHATIF.
           OPEN OUTPUT F03-EXCEPTION-FILE
           PERFORM 130-LOAD-PARAMETERS
           PERFORM 170-LOAD-CATALOG
           PERFORM 110-LOAD-STUDENT-MASTER
           PERFORM 115-LOAD-REQUIREMENTS
           PERFORM 176-LOAD-SUBSTITUTIONS
           PERFORM 120-LOAD-HISTORY
           PERFORM 125-LOAD-PREREQUISITES

           IF W35-WHATIF-DROPPED > 0
               MOVE 'WHAT-IF LIST' TO W27-OVERFLOW-NAME
               PERFORM 109-REPORT-TABLE-OVERFLOW
           END-IF

           OPEN OUTPUT F38-WHATIF-REPORT
           MOVE SPACES TO F38-OUTPUT-LINE
           STRING 'WHAT-IF DEGREE AUDIT - PROJECTIONS ONLY, '
               DELIMITED BY SIZE
               'NO RECORD CHANGED   RUN DATE=' DELIMITED BY SIZE
               W19-START-DATE DELIMITED BY SIZE
            INTO F38-OUTPUT-LINE
           END-STRING
           WRITE F38-WHATIF-RECORD

      *the grades master has to be there to project from - without
      *it every student would be projected from an empty record
           OPEN INPUT F15-GRADEMAST-FILE
           IF W17-GRADEMAST-STATUS = '00'
               CLOSE F15-GRADEMAST-FILE
               MOVE 0 TO W35-STUDENT-COUNT
               MOVE 1 TO W35-WHATIF-INDEX
               PERFORM 852-WHATIF-ONE-REQUEST
                   UNTIL W35-WHATIF-INDEX > W35-WHATIF-COUNT
           ELSE
               MOVE 'YES' TO W17-MASTER-MISSING-SWITCH
               MOVE SPACES TO F03-OUTPUT-LINE
               STRING "NO GRADES MASTER - WHAT-IF NOT RUN"
                   DELIMITED BY SIZE
                INTO F03-OUTPUT-LINE
               END-STRING
               PERFORM 399-WRITE-EXCEPTION-LINE
               MOVE SPACES TO F38-OUTPUT-LINE
               STRING 'NO GRADES MASTER - NO PROJECTIONS PRODUCED'
                   DELIMITED BY SIZE
                INTO F38-OUTPUT-LINE
               END-STRING
               WRITE F38-WHATIF-RECORD
           END-IF

           MOVE 1 TO W35-WHATIF-INDEX
           PERFORM 870-REPORT-REFUSED-WHATIF
               UNTIL W35-WHATIF-INDEX > W35-WHATIF-COUNT

           CLOSE F38-WHATIF-REPORT
             F03-EXCEPTION-FILE.

      *852 whatif one request paragraph
      *the first unhandled line for a student starts that student's
      *scenario; every other line for the same student is folded in
      *by 854-SCAN-STUDENT-LINES and marked handled with it
       852-WHATIF-ONE-REQUEST.
           IF W35-WI-DONE(W35-WHATIF-INDEX) = SPACES
               MOVE W35-WI-ID(W35-WHATIF-INDEX) TO W35-CUR-ID
               MOVE W35-WI-ID(W35-WHATIF-INDEX) TO W04-CURRENT-ID
               MOVE SPACES TO W35-ALT-PROGRAM
               MOVE 0 TO W35-HYPO-COUNT
               MOVE 1 TO W35-SCAN-INDEX
               PERFORM 854-SCAN-STUDENT-LINES
                   UNTIL W35-SCAN-INDEX > W35-WHATIF-COUNT
               PERFORM 853-EVALUATE-ONE-STUDENT
           END-IF

           ADD 1 TO W35-WHATIF-INDEX.

      *853 evaluate one student paragraph
      *actual first, projection second. For an alternate program the
      *student's master entry is switched in storage only for the
      *length of the projection - to the new program under the
      *current catalog year, exactly what a real program change
      *would give them - and put back straight after.
       853-EVALUATE-ONE-STUDENT.
           ADD 1 TO W35-STUDENT-COUNT
           MOVE W04-CURRENT-ID TO W09-LOOKUP-ID
           PERFORM 364-FIND-STUDENT-MASTER

           MOVE SPACES TO F38-OUTPUT-LINE
           WRITE F38-WHATIF-RECORD
           MOVE SPACES TO F38-OUTPUT-LINE
           STRING 'STUDENT ' DELIMITED BY SIZE
               W04-CURRENT-ID DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               W09-LOOKUP-NAME DELIMITED BY SIZE
               ' PROGRAM=' DELIMITED BY SIZE
               W09-LOOKUP-PROGRAM DELIMITED BY SIZE
               ' ADVISOR=' DELIMITED BY SIZE
               W09-LOOKUP-ADVISOR DELIMITED BY SIZE
            INTO F38-OUTPUT-LINE
           END-STRING
           WRITE F38-WHATIF-RECORD

           IF W09-FOUND-SWITCH NOT = 'YES'
               MOVE SPACES TO F38-OUTPUT-LINE
               STRING '  NO STUDENT MASTER RECORD - NOT EVALUATED'
                   DELIMITED BY SIZE
                INTO F38-OUTPUT-LINE
               END-STRING
               WRITE F38-WHATIF-RECORD
           ELSE
               IF W35-ALT-PROGRAM NOT = SPACES
                   MOVE SPACES TO F38-OUTPUT-LINE
                   STRING '  WHAT IF: PROGRAM CHANGED TO '
                       DELIMITED BY SIZE
                       W35-ALT-PROGRAM DELIMITED BY SIZE
                       ' UNDER CATALOG YEAR ' DELIMITED BY SIZE
                       W32-CURRENT-CAT-YEAR DELIMITED BY SIZE
                    INTO F38-OUTPUT-LINE
                   END-STRING
                   WRITE F38-WHATIF-RECORD
               END-IF
               MOVE 1 TO W35-SCAN-INDEX
               PERFORM 862-WRITE-ONE-HYPO-LINE
                   UNTIL W35-SCAN-INDEX > W35-WHATIF-COUNT

               MOVE SPACES TO W35-PROJECTED-SWITCH
               PERFORM 856-EVALUATE-WHATIF
               MOVE W09-LOOKUP-PROGRAM TO W35-ACT-PROGRAM
               MOVE W02-CATALOG-YEAR TO W35-ACT-CAT-YEAR
               MOVE W02-NUMBER-CREDITS TO W35-ACT-COMPLETE
               MOVE W02-REMAINING TO W35-ACT-REMAINING
               MOVE W02-GPA-EDIT TO W35-ACT-GPA
               MOVE W02-TERM-GPA-EDIT TO W35-ACT-TERM-GPA
               MOVE W02-WARNING-MARKER TO W35-ACT-WARNING

               IF W35-ALT-PROGRAM NOT = SPACES
                   MOVE W09-TABLE-PROGRAM(W09-STUDENT-INDEX)
                       TO W35-SAVE-PROGRAM
                   MOVE W09-TABLE-CAT-YEAR(W09-STUDENT-INDEX)
                       TO W35-SAVE-CAT-YEAR
                   MOVE W35-ALT-PROGRAM
                       TO W09-TABLE-PROGRAM(W09-STUDENT-INDEX)
                   MOVE W32-CURRENT-CAT-YEAR
                       TO W09-TABLE-CAT-YEAR(W09-STUDENT-INDEX)
               END-IF

               MOVE 'YES' TO W35-PROJECTED-SWITCH
               PERFORM 856-EVALUATE-WHATIF

               PERFORM 860-WRITE-WHATIF-STANDING

               IF W35-ALT-PROGRAM NOT = SPACES
                   MOVE W35-SAVE-PROGRAM
                       TO W09-TABLE-PROGRAM(W09-STUDENT-INDEX)
                   MOVE W35-SAVE-CAT-YEAR
                       TO W09-TABLE-CAT-YEAR(W09-STUDENT-INDEX)
               END-IF
           END-IF

           PERFORM 330-CLEAR-TOTALS.

      *854 scan student lines paragraph
      *the scenario for the student in hand: the program from their
      *P line (the last one, if more than one was sent) and a count
      *of their hypothetical attempts
       854-SCAN-STUDENT-LINES.
           IF W35-WI-ID(W35-SCAN-INDEX) = W35-CUR-ID
             AND W35-WI-DONE(W35-SCAN-INDEX) = SPACES
               MOVE 'Y' TO W35-WI-DONE(W35-SCAN-INDEX)
               IF W35-WI-TYPE(W35-SCAN-INDEX) = 'P'
                   MOVE W35-WI-PROGRAM(W35-SCAN-INDEX)
                       TO W35-ALT-PROGRAM
               ELSE
                   ADD 1 TO W35-HYPO-COUNT
               END-IF
           END-IF

           ADD 1 TO W35-SCAN-INDEX.

      *856 evaluate whatif paragraph
      *gathers the student's attempts from the retained grades
      *master, adds the hypothetical attempts when projecting, and
      *runs the same retake, prerequisite, percentage, requirement,
      *GPA and warning logic as a full run. The prerequisite sweep
      *runs on the projection only - the actual record's findings
      *are the nightly run's business, a hypothetical course taken
      *out of sequence is exactly what the advisor needs to hear.
       856-EVALUATE-WHATIF.
           PERFORM 330-CLEAR-TOTALS
           MOVE SPACES TO W32-SET-FOUND-SWITCH
           OPEN INPUT F15-GRADEMAST-FILE
           PERFORM 613-START-STUDENT-ATTEMPTS
           PERFORM 614-GATHER-ONE-GM-ATTEMPT
               UNTIL W17-MORE-MASTER-SWITCH = 'NO'
           CLOSE F15-GRADEMAST-FILE

           IF W35-PROJECTED-SWITCH = 'YES'
               MOVE 1 TO W35-SCAN-INDEX
               PERFORM 858-ADD-ONE-HYPOTHETICAL
                   UNTIL W35-SCAN-INDEX > W35-WHATIF-COUNT
           END-IF

           PERFORM 319-APPLY-RETAKE-POLICY
           PERFORM 321-TALLY-ATTEMPTS
           IF W35-PROJECTED-SWITCH = 'YES'
               PERFORM 349-CHECK-PREREQUISITES
           END-IF
           PERFORM 320-CALCULATE-PERCENTAGES
           PERFORM 322-APPLY-REQUIREMENTS
           PERFORM 334-FIND-CURRENT-TERM
           PERFORM 339-COMPUTE-TERM-GPA
           PERFORM 325-CHECK-ACADEMIC-WARNING
           MOVE W02-GPA TO W02-GPA-EDIT.

      *858 add one hypothetical paragraph
      *files one of the student's A lines as an attempt, through the
      *same store paragraph the extract's own slots go through
       858-ADD-ONE-HYPOTHETICAL.
           IF W35-WI-ID(W35-SCAN-INDEX) = W35-CUR-ID
             AND W35-WI-TYPE(W35-SCAN-INDEX) = 'A'
             AND W35-WI-DONE(W35-SCAN-INDEX) = 'Y'
               MOVE W35-WI-COURSE(W35-SCAN-INDEX) TO W02-COURSE
               MOVE W35-WI-GRADE(W35-SCAN-INDEX) TO W02-GRADE
               MOVE W35-WI-CREDIT(W35-SCAN-INDEX) TO W02-CREDIT
               MOVE W35-WI-TERM(W35-SCAN-INDEX) TO W02-TERM
               PERFORM 311-STORE-ONE-COURSE
           END-IF

           ADD 1 TO W35-SCAN-INDEX.

      *860 write whatif standing paragraph
      *the ACTUAL and PROJECTED rows under one column heading, then
      *whatever requirements the projection still leaves open - or a
      *note that the program asked about has no requirements on
      *file, when the percentages could not be measured against one
       860-WRITE-WHATIF-STANDING.
           MOVE SPACES TO F38-OUTPUT-LINE
           STRING '                PROGRAM  CAT YR  COMPLETE  '
               DELIMITED BY SIZE
               'REMAINING  GPA   TERM GPA  STANDING'
               DELIMITED BY SIZE
            INTO F38-OUTPUT-LINE
           END-STRING
           WRITE F38-WHATIF-RECORD

           MOVE '  ACTUAL' TO W35-ROW-LABEL
           MOVE W35-ACT-PROGRAM TO W35-ROW-PROGRAM
           MOVE W35-ACT-CAT-YEAR TO W35-ROW-CAT-YEAR
           MOVE W35-ACT-COMPLETE TO W35-ROW-COMPLETE
           MOVE W35-ACT-REMAINING TO W35-ROW-REMAINING
           MOVE W35-ACT-GPA TO W35-ROW-GPA
           MOVE W35-ACT-TERM-GPA TO W35-ROW-TERM-GPA
           MOVE W35-ACT-WARNING TO W35-ROW-WARNING
           PERFORM 866-WRITE-WHATIF-ROW

           MOVE '  PROJECTED' TO W35-ROW-LABEL
           MOVE W09-LOOKUP-PROGRAM TO W35-ROW-PROGRAM
           MOVE W02-CATALOG-YEAR TO W35-ROW-CAT-YEAR
           MOVE W02-NUMBER-CREDITS TO W35-ROW-COMPLETE
           MOVE W02-REMAINING TO W35-ROW-REMAINING
           MOVE W02-GPA-EDIT TO W35-ROW-GPA
           MOVE W02-TERM-GPA-EDIT TO W35-ROW-TERM-GPA
           MOVE W02-WARNING-MARKER TO W35-ROW-WARNING
           PERFORM 866-WRITE-WHATIF-ROW

           IF W32-SET-FOUND-SWITCH NOT = 'YES'
               MOVE SPACES TO F38-OUTPUT-LINE
               STRING '  NO REQUIREMENTS ON FILE FOR PROGRAM '
                   DELIMITED BY SIZE
                   W09-LOOKUP-PROGRAM DELIMITED BY SIZE
                   ' - MEASURED ON RECORDS ALONE' DELIMITED BY SIZE
                INTO F38-OUTPUT-LINE
               END-STRING
               WRITE F38-WHATIF-RECORD
           END-IF

           IF W02-GAP-COUNT > 0
               MOVE SPACES TO F38-OUTPUT-LINE
               STRING '  PROJECTED REQUIRED COURSES NOT YET PASSED:'
                   DELIMITED BY SIZE
                INTO F38-OUTPUT-LINE
               END-STRING
               WRITE F38-WHATIF-RECORD
               MOVE 1 TO W08-GAP-INDEX
               PERFORM 864-WRITE-WHATIF-GAP
                   UNTIL W08-GAP-INDEX > W02-GAP-COUNT
           END-IF.

      *862 write one hypo line paragraph
       862-WRITE-ONE-HYPO-LINE.
           IF W35-WI-ID(W35-SCAN-INDEX) = W35-CUR-ID
             AND W35-WI-TYPE(W35-SCAN-INDEX) = 'A'
             AND W35-WI-DONE(W35-SCAN-INDEX) = 'Y'
               MOVE SPACES TO F38-OUTPUT-LINE
               STRING '  WHAT IF: ' DELIMITED BY SIZE
                   W35-WI-COURSE(W35-SCAN-INDEX) DELIMITED BY SIZE
                   ' GRADE ' DELIMITED BY SIZE
                   W35-WI-GRADE(W35-SCAN-INDEX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   W35-WI-CREDIT(W35-SCAN-INDEX) DELIMITED BY SIZE
                   ' CREDIT HOURS IN TERM ' DELIMITED BY SIZE
                   W35-WI-TERM(W35-SCAN-INDEX) DELIMITED BY SIZE
                INTO F38-OUTPUT-LINE
               END-STRING
               WRITE F38-WHATIF-RECORD
           END-IF

           ADD 1 TO W35-SCAN-INDEX.

      *864 write whatif gap paragraph
       864-WRITE-WHATIF-GAP.
           MOVE W02-GAP-COURSE-CODE(W08-GAP-INDEX) TO W30-LOOKUP-COURSE
           PERFORM 174-FIND-CATALOG-ENTRY

           MOVE SPACES TO F38-OUTPUT-LINE
           STRING '       ' DELIMITED BY SIZE
               W02-GAP-COURSE-CODE(W08-GAP-INDEX) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               W30-LOOKUP-TITLE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               W02-GAP-CREDIT(W08-GAP-INDEX) DELIMITED BY SIZE
               ' CREDIT HOURS' DELIMITED BY SIZE
            INTO F38-OUTPUT-LINE
           END-STRING
           WRITE F38-WHATIF-RECORD

           ADD 1 TO W08-GAP-INDEX.

      *866 write whatif row paragraph
       866-WRITE-WHATIF-ROW.
           MOVE SPACES TO F38-OUTPUT-LINE
           STRING W35-ROW-LABEL DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               W35-ROW-PROGRAM DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               W35-ROW-CAT-YEAR DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               W35-ROW-COMPLETE DELIMITED BY SIZE
               '       ' DELIMITED BY SIZE
               W35-ROW-REMAINING DELIMITED BY SIZE
               '        ' DELIMITED BY SIZE
               W35-ROW-GPA DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               W35-ROW-TERM-GPA DELIMITED BY SIZE
               '      ' DELIMITED BY SIZE
               W35-ROW-WARNING DELIMITED BY SIZE
            INTO F38-OUTPUT-LINE
           END-STRING
           WRITE F38-WHATIF-RECORD.

      *870 report refused whatif paragraph
       870-REPORT-REFUSED-WHATIF.
           IF W35-WI-DONE(W35-WHATIF-INDEX) = 'X'
               MOVE SPACES TO F03-OUTPUT-LINE
               STRING "WHAT-IF LINE REFUSED TYPE=" DELIMITED BY SIZE
                   W35-WI-TYPE(W35-WHATIF-INDEX) DELIMITED BY SIZE
                   " ID=" DELIMITED BY SIZE
                   W35-WI-ID(W35-WHATIF-INDEX) DELIMITED BY SIZE
                INTO F03-OUTPUT-LINE
               END-STRING
               PERFORM 399-WRITE-EXCEPTION-LINE
           END-IF

           ADD 1 TO W35-WHATIF-INDEX.

      *900 write grade distribution paragraph
      *the department chairs' per-course view, rebuilt by every full
      *run once the grades master it reads has been closed complete
      *- a subset run never rewrote the master, so it never gets
      *here. The master is sorted course then term into 902, which
      *prints as it goes; the trailer counts what was flagged.
       900-WRITE-GRADE-DISTRIBUTION.
           OPEN OUTPUT F39-DIST-REPORT
           MOVE SPACES TO F39-OUTPUT-LINE
           STRING 'GRADE DISTRIBUTION BY COURSE AND TERM   RUN DATE='
               DELIMITED BY SIZE
               W19-START-DATE DELIMITED BY SIZE
               '   DFW LIMIT=' DELIMITED BY SIZE
               W36-DFW-LIMIT DELIMITED BY SIZE
               ' PCT' DELIMITED BY SIZE
            INTO F39-OUTPUT-LINE
           END-STRING
           WRITE F39-DIST-RECORD

           MOVE 1 TO W36-CELL-INDEX
           PERFORM 901-SET-HEADING-CELL
               UNTIL W36-CELL-INDEX > 10
           MOVE SPACES TO F39-OUTPUT-LINE
           WRITE F39-DIST-RECORD
           MOVE W36-DIST-HEADING TO F39-OUTPUT-LINE
           WRITE F39-DIST-RECORD

           MOVE 0 TO W36-COURSE-LINES
           MOVE 0 TO W36-TERM-LINES
           MOVE 0 TO W36-COURSE-FLAGS
           MOVE 0 TO W36-TERM-FLAGS
           MOVE SPACES TO W36-CUR-COURSE
           SORT S02-DIST-SORT-FILE
               ON ASCENDING KEY S02-COURSE
               ON ASCENDING KEY S02-TERM
               USING F15-GRADEMAST-FILE
               OUTPUT PROCEDURE IS 902-WRITE-DIST-BODY

           MOVE SPACES TO F39-OUTPUT-LINE
           WRITE F39-DIST-RECORD
           MOVE SPACES TO F39-OUTPUT-LINE
           STRING 'COURSES=' DELIMITED BY SIZE
               W36-COURSE-LINES DELIMITED BY SIZE
               '  OVER LIMIT=' DELIMITED BY SIZE
               W36-COURSE-FLAGS DELIMITED BY SIZE
               '   COURSE TERMS=' DELIMITED BY SIZE
               W36-TERM-LINES DELIMITED BY SIZE
               '  OVER LIMIT=' DELIMITED BY SIZE
               W36-TERM-FLAGS DELIMITED BY SIZE
            INTO F39-OUTPUT-LINE
           END-STRING
           WRITE F39-DIST-RECORD
           CLOSE F39-DIST-REPORT.

      *901 set heading cell paragraph
      *one column per grade table code, in table order; unused
      *columns stay blank
       901-SET-HEADING-CELL.
           IF W36-CELL-INDEX > W14-GRADE-COUNT
               MOVE SPACE TO W36-HD-CODE(W36-CELL-INDEX)
           ELSE
               MOVE W14-GRADE-CODE(W36-CELL-INDEX)
                   TO W36-HD-CODE(W36-CELL-INDEX)
           END-IF

           ADD 1 TO W36-CELL-INDEX.

      *902 write dist body paragraph
      *output procedure of the distribution sort - the last course
      *and term are still open when the records run out
       902-WRITE-DIST-BODY.
           MOVE SPACES TO W36-DIST-REMAINS-SWITCH
           PERFORM 903-RETURN-DIST-RECORD
           PERFORM 904-DIST-ONE-RECORD
               UNTIL W36-DIST-REMAINS-SWITCH = 'NO'

           IF W36-CUR-COURSE NOT = SPACES
               PERFORM 906-WRITE-TERM-LINE
               PERFORM 907-WRITE-COURSE-LINE
           END-IF.

      *903 return dist record paragraph
       903-RETURN-DIST-RECORD.
           RETURN S02-DIST-SORT-FILE
               AT END MOVE 'NO' TO W36-DIST-REMAINS-SWITCH
           END-RETURN.

      *904 dist one record paragraph
      *a new course closes the old course's last term and its course
      *line; a new term within the course closes only the term
       904-DIST-ONE-RECORD.
           IF S02-COURSE NOT = SPACES
               IF S02-COURSE NOT = W36-CUR-COURSE
                   IF W36-CUR-COURSE NOT = SPACES
                       PERFORM 906-WRITE-TERM-LINE
                       PERFORM 907-WRITE-COURSE-LINE
                   END-IF
                   PERFORM 905-START-DIST-COURSE
               ELSE
                   IF S02-TERM NOT = W36-CUR-TERM
                       PERFORM 906-WRITE-TERM-LINE
                       MOVE S02-TERM TO W36-CUR-TERM
                   END-IF
               END-IF
               PERFORM 909-TALLY-DIST-ATTEMPT
           END-IF

           PERFORM 903-RETURN-DIST-RECORD.

      *905 start dist course paragraph
      *the course heading carries its catalog title and department
      *so a chair can find their own courses
       905-START-DIST-COURSE.
           MOVE S02-COURSE TO W36-CUR-COURSE
           MOVE S02-TERM TO W36-CUR-TERM
           MOVE ZEROS TO W36-GROUP-FIGURES
           MOVE ZEROS TO W36-COURSE-FIGURES

           MOVE S02-COURSE TO W30-LOOKUP-COURSE
           PERFORM 174-FIND-CATALOG-ENTRY
           MOVE SPACES TO F39-OUTPUT-LINE
           WRITE F39-DIST-RECORD
           MOVE SPACES TO F39-OUTPUT-LINE
           STRING S02-COURSE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               W30-LOOKUP-TITLE DELIMITED BY SIZE
               '  DEPT=' DELIMITED BY SIZE
               W30-LOOKUP-DEPT DELIMITED BY SIZE
            INTO F39-OUTPUT-LINE
           END-STRING
           WRITE F39-DIST-RECORD.

      *906 write term line paragraph
       906-WRITE-TERM-LINE.
           MOVE W36-GROUP-FIGURES TO W36-ROW-FIGURES
           MOVE SPACES TO W36-ROW-COURSE
           MOVE W36-CUR-TERM TO W36-ROW-TERM
           PERFORM 908-WRITE-DIST-ROW
           ADD 1 TO W36-TERM-LINES
           IF W36-ROW-OVER-SWITCH = 'YES'
               ADD 1 TO W36-TERM-FLAGS
           END-IF
           MOVE ZEROS TO W36-GROUP-FIGURES.

      *907 write course line paragraph
       907-WRITE-COURSE-LINE.
           MOVE W36-COURSE-FIGURES TO W36-ROW-FIGURES
           MOVE W36-CUR-COURSE TO W36-ROW-COURSE
           MOVE 'ALL TERMS' TO W36-ROW-TERM
           PERFORM 908-WRITE-DIST-ROW
           ADD 1 TO W36-COURSE-LINES
           IF W36-ROW-OVER-SWITCH = 'YES'
               ADD 1 TO W36-COURSE-FLAGS
           END-IF.

      *908 write dist row paragraph
      *average grade points is over the attempts that carry GPA
      *weight; the DFW rate is over every attempt, truncated
       908-WRITE-DIST-ROW.
           MOVE SPACES TO W36-DIST-LINE
           MOVE SPACES TO W36-ROW-OVER-SWITCH
           MOVE 0 TO W36-AVG-POINTS
           MOVE 0 TO W36-DFW-RATE

           IF W36-ROW-GPA-COUNT > 0
               DIVIDE W36-ROW-POINTS BY W36-ROW-GPA-COUNT
                   GIVING W36-AVG-POINTS ROUNDED
           END-IF
           IF W36-ROW-ATTEMPTS > 0
               MULTIPLY W36-ROW-DFW BY 100
                   GIVING W36-CALC-INTERMEDIATE
               DIVIDE W36-CALC-INTERMEDIATE BY W36-ROW-ATTEMPTS
                   GIVING W36-DFW-RATE
           END-IF

           MOVE W36-ROW-COURSE TO W36-DL-COURSE
           MOVE W36-ROW-TERM TO W36-DL-TERM
           MOVE W36-ROW-ATTEMPTS TO W36-DL-ATTEMPTS
           MOVE 1 TO W36-CELL-INDEX
           PERFORM 910-SET-DIST-CELL
               UNTIL W36-CELL-INDEX > W14-GRADE-COUNT
           MOVE W36-ROW-OTHER TO W36-DL-OTHER
           MOVE W36-AVG-POINTS TO W36-DL-AVG
           MOVE W36-DFW-RATE TO W36-DL-DFW

           IF W36-DFW-RATE > W36-DFW-LIMIT
               MOVE 'YES' TO W36-ROW-OVER-SWITCH
               MOVE '*OVER DFW LIMIT' TO W36-DL-FLAG
           END-IF

           MOVE W36-DIST-LINE TO F39-OUTPUT-LINE
           WRITE F39-DIST-RECORD.

      *909 tally dist attempt paragraph
      *one attempt into both the term and the course figures,
      *classified through the same grade table lookup the per-student
      *evaluation uses
       909-TALLY-DIST-ATTEMPT.
           ADD 1 TO W36-GRP-ATTEMPTS
           ADD 1 TO W36-CRS-ATTEMPTS
           MOVE S02-GRADE TO W02-GRADE
           PERFORM 332-FIND-GRADE-ENTRY

           IF W14-GRADE-FOUND-SWITCH = 'YES'
               ADD 1 TO W36-GRP-GRADE-N(W14-GRADE-INDEX)
               ADD 1 TO W36-CRS-GRADE-N(W14-GRADE-INDEX)
               IF W14-CUR-GPA-FLAG = 'G'
                   ADD W14-CUR-POINTS TO W36-GRP-POINTS
                   ADD W14-CUR-POINTS TO W36-CRS-POINTS
                   ADD 1 TO W36-GRP-GPA-COUNT
                   ADD 1 TO W36-CRS-GPA-COUNT
               END-IF
           ELSE
               ADD 1 TO W36-GRP-OTHER
               ADD 1 TO W36-CRS-OTHER
           END-IF

           IF S02-GRADE = 'D' OR S02-GRADE = 'F' OR S02-GRADE = 'W'
               ADD 1 TO W36-GRP-DFW
               ADD 1 TO W36-CRS-DFW
           END-IF.

      *910 set dist cell paragraph
       910-SET-DIST-CELL.
           MOVE W36-ROW-GRADE-N(W36-CELL-INDEX)
               TO W36-DL-COUNT(W36-CELL-INDEX)
           ADD 1 TO W36-CELL-INDEX.

      *950 check incomplete lapse paragraph
      *run per student in the full-run compute pass. The retake
      *policy never sets an I aside (it ranks as no grade at all),
      *so 954 itself treats an I as resolved once the same course
      *has an attempt in a later term. Only a calendar-defined term
      *can lapse.
       950-CHECK-INCOMPLETE-LAPSE.
           IF W38-CAL-COUNT > 0
               MOVE 1 TO W38-LAPSE-INDEX
               PERFORM 954-CHECK-ONE-LAPSE
                   UNTIL W38-LAPSE-INDEX > W13-ATTEMPT-COUNT
           END-IF.

      *951 check one later attempt paragraph
      *the course taken again in a later term - the I was finished
      *by retaking it, and the later grade stands
       951-CHECK-ONE-LATER-ATTEMPT.
           IF W13-ATT-COURSE(W38-LATER-INDEX) =
               W13-ATT-COURSE(W38-LAPSE-INDEX)
             AND W13-ATT-TERM(W38-LATER-INDEX) >
               W13-ATT-TERM(W38-LAPSE-INDEX)
               MOVE 'YES' TO W38-LATER-SWITCH
           ELSE
               ADD 1 TO W38-LATER-INDEX
           END-IF.

      *952 set notice limit paragraph
      *the run date moved forward LAPSEWARN days: the days are added
      *to the day of month and then carried a month at a time, so a
      *window crossing a month or year end lands on a real date
       952-SET-NOTICE-LIMIT.
           MOVE W19-START-DATE TO W38-NOTICE-LIMIT
           MOVE W38-LIMIT-DAY TO W38-DAY-WORK
           ADD W38-NOTICE-DAYS TO W38-DAY-WORK
           PERFORM 953-SET-DAYS-IN-MONTH
           PERFORM 955-CARRY-ONE-MONTH
               UNTIL W38-DAY-WORK NOT > W38-DAYS-IN-MONTH
           MOVE W38-DAY-WORK TO W38-LIMIT-DAY.

      *953 set days in month paragraph
      *February gets its 29th day in a leap year - divisible by 4,
      *and not a century unless divisible by 400
       953-SET-DAYS-IN-MONTH.
           MOVE W38-MONTH-DAYS(W38-LIMIT-MONTH) TO W38-DAYS-IN-MONTH
           IF W38-LIMIT-MONTH = 2
               DIVIDE W38-LIMIT-YEAR BY 4 GIVING W38-LEAP-QUOTIENT
                   REMAINDER W38-LEAP-REMAINDER
               IF W38-LEAP-REMAINDER = 0
                   MOVE 29 TO W38-DAYS-IN-MONTH
                   DIVIDE W38-LIMIT-YEAR BY 100
                       GIVING W38-LEAP-QUOTIENT
                       REMAINDER W38-LEAP-REMAINDER
                   IF W38-LEAP-REMAINDER = 0
                       DIVIDE W38-LIMIT-YEAR BY 400
                           GIVING W38-LEAP-QUOTIENT
                           REMAINDER W38-LEAP-REMAINDER
                       IF W38-LEAP-REMAINDER NOT = 0
                           MOVE 28 TO W38-DAYS-IN-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *954 check one lapse paragraph
      *an unresolved I whose term deadline is already behind the run
      *date becomes a C transaction to F carrying the attempt's own
      *course, credit hours and term; one whose deadline falls
      *inside the notice window
      *goes on the advisors' list instead
       954-CHECK-ONE-LAPSE.
           MOVE SPACES TO W38-LATER-SWITCH
           IF W13-ATT-GRADE(W38-LAPSE-INDEX) = 'I'
               MOVE 1 TO W38-LATER-INDEX
               PERFORM 951-CHECK-ONE-LATER-ATTEMPT
                   UNTIL W38-LATER-INDEX > W13-ATTEMPT-COUNT
                      OR W38-LATER-SWITCH = 'YES'
           END-IF

           IF W13-ATT-GRADE(W38-LAPSE-INDEX) = 'I'
             AND NOT W13-ATT-FORGIVEN(W38-LAPSE-INDEX)
             AND W38-LATER-SWITCH NOT = 'YES'
               MOVE W13-ATT-TERM(W38-LAPSE-INDEX) TO W38-LOOKUP-TERM
               PERFORM 185-FIND-CALENDAR-TERM
               IF W38-CAL-FOUND-SWITCH = 'YES'
                 AND W38-FOUND-DEADLINE > 0
                   IF W38-FOUND-DEADLINE < W19-START-DATE
                       PERFORM 957-WRITE-LAPSE-TRANS
                   ELSE
                       IF W38-FOUND-DEADLINE NOT > W38-NOTICE-LIMIT
                           PERFORM 959-WRITE-LAPSE-NOTICE
                       END-IF
                   END-IF
               END-IF
           END-IF

           ADD 1 TO W38-LAPSE-INDEX.

      *955 carry one month paragraph
       955-CARRY-ONE-MONTH.
           SUBTRACT W38-DAYS-IN-MONTH FROM W38-DAY-WORK
           IF W38-LIMIT-MONTH = 12
               MOVE 1 TO W38-LIMIT-MONTH
               ADD 1 TO W38-LIMIT-YEAR
           ELSE
               ADD 1 TO W38-LIMIT-MONTH
           END-IF
           PERFORM 953-SET-DAYS-IN-MONTH.

      *956 write notice heading paragraph
       956-WRITE-NOTICE-HEADING.
           MOVE SPACES TO F44-OUTPUT-LINE
           STRING 'INCOMPLETE GRADES LAPSING BY ' DELIMITED BY SIZE
               W38-NOTICE-LIMIT DELIMITED BY SIZE
               '   RUN DATE ' DELIMITED BY SIZE
               W19-START-DATE DELIMITED BY SIZE
            INTO F44-OUTPUT-LINE
           END-STRING
           WRITE F44-LAPSE-NOTICE-RECORD

           MOVE SPACES TO F44-OUTPUT-LINE
           STRING 'ADV  ID     NAME                  COURSE   TERM  '
               DELIMITED BY SIZE
               'CR  DEADLINE' DELIMITED BY SIZE
            INTO F44-OUTPUT-LINE
           END-STRING
           WRITE F44-LAPSE-NOTICE-RECORD.

      *957 write lapse trans paragraph
       957-WRITE-LAPSE-TRANS.
           MOVE 'C' TO F43-LPS-ACTION
           MOVE W04-CURRENT-ID TO F43-LPS-ID
           MOVE W13-ATT-COURSE(W38-LAPSE-INDEX) TO F43-LPS-COURSE
           MOVE 'F' TO F43-LPS-GRADE
           MOVE W13-ATT-CREDIT(W38-LAPSE-INDEX) TO F43-LPS-CREDIT
           MOVE W13-ATT-TERM(W38-LAPSE-INDEX) TO F43-LPS-TERM
           MOVE 'LAPSE' TO F43-LPS-REQUESTER
           WRITE F43-LAPSE-TRANS-RECORD
           ADD 1 TO W38-LAPSED-COUNT.

      *958 write notice trailer paragraph
       958-WRITE-NOTICE-TRAILER.
           MOVE SPACES TO F44-OUTPUT-LINE
           STRING 'NOTICES=' DELIMITED BY SIZE
               W38-NOTICE-COUNT DELIMITED BY SIZE
               '  LAPSED THIS RUN=' DELIMITED BY SIZE
               W38-LAPSED-COUNT DELIMITED BY SIZE
            INTO F44-OUTPUT-LINE
           END-STRING
           WRITE F44-LAPSE-NOTICE-RECORD.

      *959 write lapse notice paragraph
       959-WRITE-LAPSE-NOTICE.
           MOVE SPACES TO W38-NOTICE-LINE
           MOVE W09-LOOKUP-ADVISOR TO W38-NL-ADVISOR
           MOVE W04-CURRENT-ID TO W38-NL-ID
           MOVE W09-LOOKUP-NAME TO W38-NL-NAME
           MOVE W13-ATT-COURSE(W38-LAPSE-INDEX) TO W38-NL-COURSE
           MOVE W13-ATT-TERM(W38-LAPSE-INDEX) TO W38-NL-TERM
           MOVE W13-ATT-CREDIT(W38-LAPSE-INDEX) TO W38-NL-CREDIT
           MOVE W38-FOUND-DEADLINE TO W38-NL-DEADLINE
           MOVE W38-NOTICE-LINE TO F44-OUTPUT-LINE
           WRITE F44-LAPSE-NOTICE-RECORD
           ADD 1 TO W38-NOTICE-COUNT.

       END PROGRAM Program1.
