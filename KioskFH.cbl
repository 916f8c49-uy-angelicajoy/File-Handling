      * Purpose: PROJECT [INDEXED FILE HANDLING]
      * Self-service kiosk for the registration-week queue: a student
      * signs on with their own STUD-ID and the PIN the counter set on
      * STUDPIN.DAT, then sees only their own profile, term grades,
      * current sections, and exam permit standing, and rates the
      * instructors of their own sections. Everything else opens INPUT
      * - there is no create, edit, or browse-others path in this
      * program at all, and a rating is added into the section's tally
      * without the student's ID.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS ENR-KEY *> term + course + section + student #mejares
               ALTERNATE RECORD KEY IS ENR-STUD-TERM WITH DUPLICATES *> the student's own seats in one term #mejares
               FILE STATUS IS ENRSTATUS. *> this is for the file status #mejares

           SELECT SECTION-FILE ASSIGN TO "SECTIONS.DAT" *> rooms and meeting times for the section lines #mejares
               ORGANIZATION IS LINE SEQUENTIAL *> this is for the organization of the file #mejares
               FILE STATUS IS TERMSTATUS. *> this is for the file status #mejares

           SELECT EXAM-PERMIT-FILE ASSIGN TO "EXMPRMT.DAT" *> the permit run's decision per student #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS EXP-KEY *> term + student #mejares
               FILE STATUS IS EXPSTATUS. *> this is for the file status #mejares

           SELECT EXAM-SLOT-FILE ASSIGN TO "EXAMSLOT.DAT" *> exam date, time and room per section #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS EXS-KEY *> term + course + section #mejares
               FILE STATUS IS EXSSTATUS. *> this is for the file status #mejares

           SELECT EVAL-QUESTION-FILE ASSIGN TO "EVALQ.DAT" *> the evaluation form the deans maintain #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS EVQ-NO *> question number #mejares
               FILE STATUS IS EVQSTATUS. *> this is for the file status #mejares

           SELECT EVAL-DONE-FILE ASSIGN TO "EVALDONE.DAT" *> which sections the student has already rated #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS EVD-KEY *> term + student + course + section #mejares
               FILE STATUS IS EVDSTATUS. *> this is for the file status #mejares

           SELECT EVAL-TALLY-FILE ASSIGN TO "EVALTALY.DAT" *> the section's rating sums #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS EVT-KEY *> term + course + section #mejares
               FILE STATUS IS EVTSTATUS. *> this is for the file status #mejares

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
               10 ENR-STUD-ID  PIC X(5). *> #mejares
           05 ENR-GRADE        PIC X(5). *> #mejares
           05 ENR-GRADE-STATUS PIC X. *> #mejares
           05 ENR-STUD-TERM. *> #mejares
               10 ENR-ST-STUD-ID PIC X(5). *> #mejares
               10 ENR-ST-TERM  PIC X(10). *> #mejares

       FD SECTION-FILE.
       01 SECTION-RECORD.
       FD TERM-FILE.
       01 TERM-RECORD          PIC X(10). *> line 1 is the open term #mejares

       FD EXAM-PERMIT-FILE.
       01 EXAM-PERMIT-RECORD.
           05 EXP-KEY. *> #mejares
               10 EXP-TERM     PIC X(10). *> #mejares
               10 EXP-STUD-ID  PIC X(5). *> #mejares
           05 EXP-STATUS       PIC X. *> #mejares
               88 EXP-READY    VALUE "R". *> #mejares
               88 EXP-REFUSED  VALUE "X". *> #mejares
           05 EXP-REASON       PIC X(40). *> #mejares
           05 EXP-DUE          PIC 9(7)V99. *> #mejares
           05 EXP-EXAMS        PIC 9(2). *> #mejares
           05 EXP-DATE         PIC 9(8). *> #mejares
           05 EXP-OPERATOR     PIC X(8). *> #mejares

       FD EXAM-SLOT-FILE.
       01 EXAM-SLOT-RECORD.
           05 EXS-KEY. *> #mejares
               10 EXS-TERM     PIC X(10). *> #mejares
               10 EXS-COURSE   PIC X(8). *> #mejares
               10 EXS-SECTION  PIC X(3). *> #mejares
           05 EXS-DATE         PIC 9(8). *> #mejares
           05 EXS-START        PIC 9(4). *> #mejares
           05 EXS-END          PIC 9(4). *> #mejares
           05 EXS-ROOM         PIC X(8). *> #mejares
           05 EXS-SET-BY       PIC X(8). *> #mejares
           05 EXS-SET-DATE     PIC 9(8). *> #mejares

       FD EVAL-QUESTION-FILE.
       01 EVAL-QUESTION-RECORD.
           05 EVQ-NO           PIC 9(2). *> #mejares
           05 EVQ-TEXT         PIC X(60). *> #mejares
           05 EVQ-SET-BY       PIC X(8). *> #mejares
           05 EVQ-SET-DATE     PIC 9(8). *> #mejares

       FD EVAL-DONE-FILE.
       01 EVAL-DONE-RECORD.
           05 EVD-KEY. *> #mejares
               10 EVD-TERM     PIC X(10). *> #mejares
               10 EVD-STUD-ID  PIC X(5). *> #mejares
               10 EVD-COURSE   PIC X(8). *> #mejares
               10 EVD-SECTION  PIC X(3). *> #mejares

       FD EVAL-TALLY-FILE.
       01 EVAL-TALLY-RECORD.
           05 EVT-KEY. *> #mejares
               10 EVT-TERM     PIC X(10). *> #mejares
               10 EVT-COURSE   PIC X(8). *> #mejares
               10 EVT-SECTION  PIC X(3). *> #mejares
           05 EVT-FAC-ID       PIC X(5). *> #mejares
           05 EVT-RESPONSES    PIC 9(4). *> #mejares
           05 EVT-QUESTION OCCURS 20 TIMES. *> #mejares
               10 EVT-SUM      PIC 9(6). *> #mejares
               10 EVT-ANSWERED PIC 9(4). *> #mejares

       WORKING-STORAGE SECTION.
           01 FILESTATUS       PIC X(2) VALUE SPACES. *> #mejares
           01 PINSTATUS        PIC X(2). *> file status for the PIN file #mejares
           01 SECSTATUS        PIC X(2). *> file status for the section file #mejares
           01 ARCSTATUS        PIC X(2). *> file status for the grade archive #mejares
           01 TERMSTATUS       PIC X(2). *> file status for the term control file #mejares
           01 EXPSTATUS        PIC X(2). *> file status for the exam permits #mejares
           01 EXSSTATUS        PIC X(2). *> file status for the exam slots #mejares
           01 EVQSTATUS        PIC X(2). *> file status for the evaluation questions #mejares
           01 EVDSTATUS        PIC X(2). *> file status for the evaluations done #mejares
           01 EVTSTATUS        PIC X(2). *> file status for the evaluation tallies #mejares
           01 GREEN            PIC X(5) VALUE X'1B5B33326D'. *> this is for the color green #mejares
           01 RST              PIC X(5) VALUE X'1B5B306D'. *> this is for resetting the color #mejares
           01 WS-DATA-FILENAME PIC X(40). *> STUDENT_DATA_FILE env var, or STUDENTSYS.DAT #mejares
           01 WS-ENR-EOF       PIC X. *> end-of-browse flag over the open term's seats #mejares
           01 WS-ENR-SHOWN     PIC 9(3). *> sections shown on the inquiry #mejares
           01 WS-OPEN-TERM     PIC X(10). *> the open term off TERMCTL.DAT #mejares
           01 WS-DUE-EDIT      PIC Z,ZZZ,ZZ9.99. *> what the cashier is waiting on #mejares
           01 WS-EVL-EOF       PIC X. *> #mejares
           01 WS-EVL-FOUND     PIC X. *> #mejares
           01 WS-EVL-OK        PIC X. *> #mejares
           01 WS-EVL-ANSWER    PIC X. *> #mejares
           01 WS-EVL-ANS-INPUT PIC X. *> #mejares
           01 WS-EVL-PICK-INPUT PIC X(2). *> #mejares
           01 WS-EVL-PICK      PIC 9(2). *> the seat being rated #mejares
           01 WS-EVL-I         PIC 9(2). *> #mejares
           01 WS-EVL-J         PIC 9(2). *> #mejares
           01 WS-EVL-FAC       PIC X(5). *> #mejares
           01 WS-EVL-Q-CT      PIC 9(2). *> #mejares
           01 WS-EVL-Q-TABLE. *> the question set #mejares
               05 WS-EVL-Q OCCURS 20 TIMES. *> #mejares
                   10 WS-EVL-Q-NO      PIC 9(2). *> #mejares
                   10 WS-EVL-Q-TEXT    PIC X(60). *> #mejares
           01 WS-EVL-ANS-TABLE. *> one form's answers, 0 for a skipped question #mejares
               05 WS-EVL-ANS OCCURS 20 TIMES PIC 9. *> #mejares
           01 WS-EVL-SEAT-CT   PIC 9(2). *> #mejares
           01 WS-EVL-SEAT-TABLE. *> the student's own open-term seats #mejares
               05 WS-EVL-SEAT OCCURS 20 TIMES. *> #mejares
                   10 WS-EVL-SEAT-COURSE PIC X(8). *> #mejares
                   10 WS-EVL-SEAT-SECT PIC X(3). *> #mejares
                   10 WS-EVL-SEAT-DONE PIC X. *> #mejares

       PROCEDURE DIVISION.
           PERFORM SET-DATA-FILENAME.
               DISPLAY "|1| My Profile                     |"
               DISPLAY "|2| My Term Grades                 |"
               DISPLAY "|3| My Current Sections            |"
               DISPLAY "|4| My Exam Permit                 |"
               DISPLAY "|5| Rate My Instructors            |"
               DISPLAY "|9| Sign Off                       |"
               DISPLAY "------------------------------------"
               DISPLAY GREEN "Enter the no. to go to: "
                   WHEN 1 PERFORM SHOW-MY-PROFILE
                   WHEN 2 PERFORM SHOW-MY-GRADES
                   WHEN 3 PERFORM SHOW-MY-SECTIONS
                   WHEN 4 PERFORM SHOW-MY-PERMIT
                   WHEN 5 PERFORM RATE-MY-INSTRUCTORS
                   WHEN 9
                       DISPLAY " "
                       DISPLAY GREEN "[SYSTEM] Signed off." RST
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SECTION-FILE *> a missing section file just drops the room/time detail #mejares
           MOVE WS-MY-ID TO ENR-ST-STUD-ID *> only the student's own open-term seats #mejares
           MOVE WS-OPEN-TERM TO ENR-ST-TERM
           MOVE 'N' TO WS-ENR-EOF
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-STUD-TERM
               INVALID KEY
                   MOVE 'Y' TO WS-ENR-EOF
           END-START
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF ENR-ST-STUD-ID NOT = WS-MY-ID
                           OR ENR-ST-TERM NOT = WS-OPEN-TERM
                           MOVE 'Y' TO WS-ENR-EOF
                       ELSE
                           PERFORM SHOW-ONE-SECTION-LINE
                       END-IF
               END-READ
           END-PERFORM
           ELSE
               DISPLAY "  " ENR-COURSE " " ENR-SECTION
           END-IF.

       SHOW-MY-PERMIT. *> whether the permit run cleared the student, and their exams when it did #mejares
           PERFORM LOAD-OPEN-TERM
           CALL "SYSTEM" USING "CLS"
           DISPLAY "------------------------------------"
           DISPLAY GREEN "          MY EXAM PERMIT" RST
           DISPLAY "------------------------------------"
           MOVE SPACE TO EXP-STATUS
           OPEN INPUT EXAM-PERMIT-FILE
           IF EXPSTATUS = "00"
               MOVE WS-OPEN-TERM TO EXP-TERM
               MOVE WS-MY-ID TO EXP-STUD-ID
               READ EXAM-PERMIT-FILE KEY IS EXP-KEY
                   INVALID KEY
                       MOVE SPACE TO EXP-STATUS
               END-READ
               CLOSE EXAM-PERMIT-FILE
           END-IF
           EVALUATE TRUE
               WHEN EXP-READY
                   DISPLAY "  READY - collect your permit at the "
                       "registrar's counter."
                   PERFORM SHOW-MY-EXAMS
               WHEN EXP-REFUSED
                   DISPLAY "  NOT READY - please see the cashier."
                   DISPLAY "  " FUNCTION TRIM(EXP-REASON)
                   IF EXP-DUE > 0
                       MOVE EXP-DUE TO WS-DUE-EDIT
                       DISPLAY "  Amount due: " WS-DUE-EDIT
                   END-IF
               WHEN OTHER
                   DISPLAY "  Permits for this term have not been "
                       "issued yet."
           END-EVALUATE
           DISPLAY "------------------------------------"
           DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
           ACCEPT WS-WAITFORINPUT.

       SHOW-MY-EXAMS. *> the student's open-term seats that carry an exam slot #mejares
           OPEN INPUT ENROLL-FILE
           IF ENRSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EXAM-SLOT-FILE
           IF EXSSTATUS NOT = "00"
               CLOSE ENROLL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MY-ID TO ENR-ST-STUD-ID *> only the student's own seats this term #mejares
           MOVE WS-OPEN-TERM TO ENR-ST-TERM
           MOVE 'N' TO WS-ENR-EOF
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-STUD-TERM
               INVALID KEY
                   MOVE 'Y' TO WS-ENR-EOF
           END-START
           PERFORM UNTIL WS-ENR-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF ENR-ST-STUD-ID NOT = WS-MY-ID
                           OR ENR-ST-TERM NOT = WS-OPEN-TERM
                           MOVE 'Y' TO WS-ENR-EOF
                       ELSE
                           MOVE ENR-TERM TO EXS-TERM
                           MOVE ENR-COURSE TO EXS-COURSE
                           MOVE ENR-SECTION TO EXS-SECTION
                           READ EXAM-SLOT-FILE KEY IS EXS-KEY
                               NOT INVALID KEY
                                   DISPLAY "  " EXS-COURSE " "
                                       EXS-SECTION "  " EXS-DATE
                                       "  " EXS-START "-" EXS-END
                                       "  " FUNCTION TRIM(EXS-ROOM)
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXAM-SLOT-FILE
           CLOSE ENROLL-FILE.

       RATE-MY-INSTRUCTORS. *> the student's own open-term sections, each rated once #mejares
           PERFORM LOAD-OPEN-TERM
           PERFORM LOAD-EVAL-QUESTIONS
           IF WS-OPEN-TERM = SPACES OR WS-EVL-Q-CT = 0
               DISPLAY " "
               DISPLAY GREEN "Instructor evaluation is not open." RST
               DISPLAY GREEN "[SYSTEM] Press any key to continue..." RST
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 99 TO WS-EVL-PICK
           PERFORM UNTIL WS-EVL-PICK = 0
               PERFORM LOAD-MY-EVAL-SEATS
               CALL "SYSTEM" USING "CLS"
               DISPLAY "------------------------------------"
               DISPLAY GREEN "        RATE MY INSTRUCTORS" RST
               DISPLAY "------------------------------------"
               PERFORM VARYING WS-EVL-I FROM 1 BY 1
                   UNTIL WS-EVL-I > WS-EVL-SEAT-CT
                   IF WS-EVL-SEAT-DONE(WS-EVL-I) = 'Y'
                       DISPLAY WS-EVL-I ". "
                           WS-EVL-SEAT-COURSE(WS-EVL-I) " "
                           WS-EVL-SEAT-SECT(WS-EVL-I) "  (done)"
                   ELSE
                       DISPLAY WS-EVL-I ". "
                           WS-EVL-SEAT-COURSE(WS-EVL-I) " "
                           WS-EVL-SEAT-SECT(WS-EVL-I)
                   END-IF
               END-PERFORM
               IF WS-EVL-SEAT-CT = 0
                   DISPLAY "  (not enrolled in any section this term)"
               END-IF
               DISPLAY "------------------------------------"
               DISPLAY "Section to rate (0 to finish): " NO ADVANCING
               MOVE SPACES TO WS-EVL-PICK-INPUT
               ACCEPT WS-EVL-PICK-INPUT
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EVL-PICK-INPUT))
                   NOT = 0
                   MOVE 0 TO WS-EVL-PICK
               ELSE
                   MOVE FUNCTION NUMVAL(WS-EVL-PICK-INPUT)
                       TO WS-EVL-PICK
               END-IF
               EVALUATE TRUE
                   WHEN WS-EVL-PICK = 0
                       CONTINUE
                   WHEN WS-EVL-PICK > WS-EVL-SEAT-CT
                       DISPLAY GREEN "Not one of your sections." RST
                       DISPLAY GREEN
                           "[SYSTEM] Press any key to continue..." RST
                       ACCEPT WS-WAITFORINPUT
                   WHEN WS-EVL-SEAT-DONE(WS-EVL-PICK) = 'Y'
                       DISPLAY GREEN "Already rated this term." RST
                       DISPLAY GREEN
                           "[SYSTEM] Press any key to continue..." RST
                       ACCEPT WS-WAITFORINPUT
                   WHEN OTHER
                       PERFORM RATE-ONE-SECTION
                       DISPLAY GREEN
                           "[SYSTEM] Press any key to continue..." RST
                       ACCEPT WS-WAITFORINPUT
               END-EVALUATE
           END-PERFORM.

       LOAD-EVAL-QUESTIONS. *> the question set, in number order #mejares
           MOVE 0 TO WS-EVL-Q-CT
           OPEN INPUT EVAL-QUESTION-FILE
           IF EVQSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EVL-EOF
           PERFORM UNTIL WS-EVL-EOF = 'Y'
               READ EVAL-QUESTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EVL-EOF
                   NOT AT END
                       IF WS-EVL-Q-CT < 20
                           ADD 1 TO WS-EVL-Q-CT
                           MOVE EVQ-NO TO WS-EVL-Q-NO(WS-EVL-Q-CT)
                           MOVE EVQ-TEXT TO WS-EVL-Q-TEXT(WS-EVL-Q-CT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVAL-QUESTION-FILE.

       LOAD-MY-EVAL-SEATS. *> the signed-on student's open-term seats, marked when already rated #mejares
           MOVE 0 TO WS-EVL-SEAT-CT
           OPEN INPUT ENROLL-FILE
           IF ENRSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MY-ID TO ENR-ST-STUD-ID *> only the student's own seats this term #mejares
           MOVE WS-OPEN-TERM TO ENR-ST-TERM
           MOVE 'N' TO WS-ENR-EOF
           START ENROLL-FILE KEY IS NOT LESS THAN ENR-STUD-TERM
               INVALID KEY
                   MOVE 'Y' TO WS-ENR-EOF
           END-START
           PERFORM UNTIL WS-ENR-EOF = 'Y'
               READ ENROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF ENR-ST-STUD-ID NOT = WS-MY-ID
                           OR ENR-ST-TERM NOT = WS-OPEN-TERM
                           MOVE 'Y' TO WS-ENR-EOF
                       ELSE
                           IF WS-EVL-SEAT-CT < 20
                               ADD 1 TO WS-EVL-SEAT-CT
                               MOVE ENR-COURSE TO
                                   WS-EVL-SEAT-COURSE(WS-EVL-SEAT-CT)
                               MOVE ENR-SECTION TO
                                   WS-EVL-SEAT-SECT(WS-EVL-SEAT-CT)
                               MOVE 'N' TO
                                   WS-EVL-SEAT-DONE(WS-EVL-SEAT-CT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE
           OPEN INPUT EVAL-DONE-FILE
           IF EVDSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EVL-I FROM 1 BY 1
               UNTIL WS-EVL-I > WS-EVL-SEAT-CT
               MOVE WS-OPEN-TERM TO EVD-TERM
               MOVE WS-MY-ID TO EVD-STUD-ID
               MOVE WS-EVL-SEAT-COURSE(WS-EVL-I) TO EVD-COURSE
               MOVE WS-EVL-SEAT-SECT(WS-EVL-I) TO EVD-SECTION
               READ EVAL-DONE-FILE KEY IS EVD-KEY
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-EVL-SEAT-DONE(WS-EVL-I)
               END-READ
           END-PERFORM
           CLOSE EVAL-DONE-FILE.

       RATE-ONE-SECTION. *> every question for seat WS-EVL-PICK, then counted into the section's tally #mejares
           DISPLAY " "
           DISPLAY "Rating " WS-EVL-SEAT-COURSE(WS-EVL-PICK) " "
               WS-EVL-SEAT-SECT(WS-EVL-PICK)
           DISPLAY "1 poor to 5 excellent, 0 to skip a question"
           PERFORM VARYING WS-EVL-I FROM 1 BY 1
               UNTIL WS-EVL-I > WS-EVL-Q-CT
               MOVE 9 TO WS-EVL-ANS(WS-EVL-I)
               PERFORM UNTIL WS-EVL-ANS(WS-EVL-I) <= 5
                   DISPLAY WS-EVL-Q-NO(WS-EVL-I) ". "
                       FUNCTION TRIM(WS-EVL-Q-TEXT(WS-EVL-I))
                   DISPLAY "   Rating: " NO ADVANCING
                   MOVE SPACE TO WS-EVL-ANS-INPUT
                   ACCEPT WS-EVL-ANS-INPUT
                   IF WS-EVL-ANS-INPUT IS NUMERIC
                       MOVE WS-EVL-ANS-INPUT TO WS-EVL-ANS(WS-EVL-I)
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY "Submit these ratings? (Y/N): " NO ADVANCING
           MOVE SPACE TO WS-EVL-ANSWER
           ACCEPT WS-EVL-ANSWER
           IF WS-EVL-ANSWER NOT = "Y" AND WS-EVL-ANSWER NOT = "y"
               DISPLAY GREEN "Nothing recorded." RST
               EXIT PARAGRAPH
           END-IF
           OPEN I-O EVAL-DONE-FILE
           IF EVDSTATUS = "35" *> first rating ever - create the file #mejares
               OPEN OUTPUT EVAL-DONE-FILE
               CLOSE EVAL-DONE-FILE
               OPEN I-O EVAL-DONE-FILE
           END-IF
           IF EVDSTATUS NOT = "00"
               DISPLAY GREEN "Ratings cannot be taken right now - "
                   "please ask at the counter." RST
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPEN-TERM TO EVD-TERM
           MOVE WS-MY-ID TO EVD-STUD-ID
           MOVE WS-EVL-SEAT-COURSE(WS-EVL-PICK) TO EVD-COURSE
           MOVE WS-EVL-SEAT-SECT(WS-EVL-PICK) TO EVD-SECTION
           MOVE 'N' TO WS-EVL-FOUND
           READ EVAL-DONE-FILE KEY IS EVD-KEY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EVL-FOUND
           END-READ
           IF WS-EVL-FOUND = 'Y'
               CLOSE EVAL-DONE-FILE
               DISPLAY GREEN "Already rated this term." RST
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-TO-EVAL-TALLY *> counted first - the seat is marked rated only once the ratings are in #mejares
           IF WS-EVL-OK NOT = 'Y'
               CLOSE EVAL-DONE-FILE
               DISPLAY GREEN "Ratings cannot be taken right now - "
                   "please ask at the counter." RST
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPEN-TERM TO EVD-TERM
           MOVE WS-MY-ID TO EVD-STUD-ID
           MOVE WS-EVL-SEAT-COURSE(WS-EVL-PICK) TO EVD-COURSE
           MOVE WS-EVL-SEAT-SECT(WS-EVL-PICK) TO EVD-SECTION
           WRITE EVAL-DONE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE EVAL-DONE-FILE
           DISPLAY GREEN "Thank you - your ratings were counted." RST.

       ADD-TO-EVAL-TALLY. *> the ratings join the section's sums - no student ID goes with them; Y in WS-EVL-OK once written #mejares
           MOVE 'N' TO WS-EVL-OK
           MOVE SPACES TO WS-EVL-FAC
           OPEN INPUT SECTION-FILE
           IF SECSTATUS = "00"
               MOVE WS-OPEN-TERM TO SEC-TERM
               MOVE WS-EVL-SEAT-COURSE(WS-EVL-PICK) TO SEC-COURSE
               MOVE WS-EVL-SEAT-SECT(WS-EVL-PICK) TO SEC-SECTION
               READ SECTION-FILE KEY IS SEC-KEY
                   NOT INVALID KEY
                       MOVE SEC-INSTRUCTOR TO WS-EVL-FAC
               END-READ
               CLOSE SECTION-FILE
           END-IF
           OPEN I-O EVAL-TALLY-FILE
           IF EVTSTATUS = "35" *> first section rated - create the file #mejares
               OPEN OUTPUT EVAL-TALLY-FILE
               CLOSE EVAL-TALLY-FILE
               OPEN I-O EVAL-TALLY-FILE
           END-IF
           IF EVTSTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPEN-TERM TO EVT-TERM
           MOVE WS-EVL-SEAT-COURSE(WS-EVL-PICK) TO EVT-COURSE
           MOVE WS-EVL-SEAT-SECT(WS-EVL-PICK) TO EVT-SECTION
           MOVE 'N' TO WS-EVL-FOUND
           READ EVAL-TALLY-FILE WITH LOCK KEY IS EVT-KEY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EVL-FOUND
           END-READ
           IF WS-EVL-FOUND NOT = 'Y'
               MOVE WS-OPEN-TERM TO EVT-TERM
               MOVE WS-EVL-SEAT-COURSE(WS-EVL-PICK) TO EVT-COURSE
               MOVE WS-EVL-SEAT-SECT(WS-EVL-PICK) TO EVT-SECTION
               MOVE 0 TO EVT-RESPONSES
               PERFORM VARYING WS-EVL-I FROM 1 BY 1 UNTIL WS-EVL-I > 20
                   MOVE 0 TO EVT-SUM(WS-EVL-I)
                   MOVE 0 TO EVT-ANSWERED(WS-EVL-I)
               END-PERFORM
           END-IF
           MOVE WS-EVL-FAC TO EVT-FAC-ID
           ADD 1 TO EVT-RESPONSES
           PERFORM VARYING WS-EVL-I FROM 1 BY 1
               UNTIL WS-EVL-I > WS-EVL-Q-CT
               IF WS-EVL-ANS(WS-EVL-I) > 0
                   MOVE WS-EVL-Q-NO(WS-EVL-I) TO WS-EVL-J
                   ADD WS-EVL-ANS(WS-EVL-I) TO EVT-SUM(WS-EVL-J)
                   ADD 1 TO EVT-ANSWERED(WS-EVL-J)
               END-IF
           END-PERFORM
           IF WS-EVL-FOUND = 'Y'
               REWRITE EVAL-TALLY-RECORD
           ELSE
               WRITE EVAL-TALLY-RECORD
           END-IF
           IF EVTSTATUS = "00"
               MOVE 'Y' TO WS-EVL-OK
           END-IF
           CLOSE EVAL-TALLY-FILE.
