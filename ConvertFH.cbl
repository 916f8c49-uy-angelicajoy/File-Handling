      * One-time carry-forward of the indexed files onto the layouts
      * CONSOLIDATED-FILEHANDLING holds today. Run plain it converts
      * the live student file (the pre-change record that ended at the
      * status byte), COURSES.DAT, SECTIONS.DAT, ENROLL.DAT and each
      * closed term's ENROLL_<term>.DAT history file (from either
      * earlier seat layout onto the one with the student/term access
      * path), and ALUMNI.DAT (from the record before the Latin-honors
      * fields, or the one before the birth date, address and
      * anonymized date were carried), each rebuilt with the new fields zero/blank and
      * swapped in under a safety copy. Run with an archived roster's file name as the
      * argument it carries that one roster forward the same way, so
      * reconciliation, cohort, and consolidation keep opening them.
      * A file already on the new layout opens with a length conflict
               RECORD KEY IS NSC-KEY *> this is for the record key of the file #mejares
               FILE STATUS IS NEWSTATUS. *> this is for the file status #mejares

           SELECT OLD-ENROLL-FILE ASSIGN TO WS-OLD-NAME *> seats before the per-course grade fields #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS OEN-KEY *> this is for the record key of the file #mejares
               FILE STATUS IS OLDSTATUS. *> this is for the file status #mejares

           SELECT GRADED-ENROLL-FILE ASSIGN TO WS-OLD-NAME *> seats with the grade fields but before the student/term path #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS GEN-KEY *> this is for the record key of the file #mejares
               FILE STATUS IS OLDSTATUS. *> this is for the file status #mejares

           SELECT NEW-ENROLL-FILE ASSIGN TO WS-NEW-FILENAME *> the rebuilt enrollment file until the swap #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS NEN-KEY *> this is for the record key of the file #mejares
               ALTERNATE RECORD KEY IS NEN-STUD-TERM WITH DUPLICATES *> the student/term access path, built as the seats go in #mejares
               FILE STATUS IS NEWSTATUS. *> this is for the file status #mejares

           SELECT TERM-FILE ASSIGN TO "TERMCTL.DAT" *> the closed terms whose history files need carrying too #mejares
               ORGANIZATION IS LINE SEQUENTIAL *> this is for the organization of the file #mejares
               FILE STATUS IS TERMSTATUS. *> this is for the file status #mejares

           SELECT OLD-ALUMNI-FILE ASSIGN TO "ALUMNI.DAT" *> graduates before the Latin-honors fields #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS OAL-ID *> this is for the record key of the file #mejares
               FILE STATUS IS OLDSTATUS. *> this is for the file status #mejares

           SELECT HONORED-ALUMNI-FILE ASSIGN TO "ALUMNI.DAT" *> graduates with the honors fields but before the personal particulars #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS HAL-ID *> this is for the record key of the file #mejares
               FILE STATUS IS OLDSTATUS. *> this is for the file status #mejares

           SELECT NEW-ALUMNI-FILE ASSIGN TO WS-NEW-FILENAME *> the rebuilt alumni file until the swap #mejares
               ORGANIZATION IS INDEXED *> this is for the organization of the file #mejares
               ACCESS MODE IS DYNAMIC *> this is for the access mode of the file #mejares
               RECORD KEY IS NAL-ID *> this is for the record key of the file #mejares
               FILE STATUS IS NEWSTATUS. *> this is for the file status #mejares

       DATA DIVISION.
               10 OEN-SECTION  PIC X(3). *> #mejares
               10 OEN-STUD-ID  PIC X(5). *> #mejares

       FD GRADED-ENROLL-FILE.
       01 GRADED-ENROLL-RECORD. *> the seat record with grades, before the student/term path #mejares
           05 GEN-KEY          PIC X(26). *> #mejares
           05 GEN-GRADE        PIC X(5). *> #mejares
           05 GEN-GRADE-STATUS PIC X. *> #mejares

       FD NEW-ENROLL-FILE.
       01 NEW-ENROLL-RECORD. *> the seat record as it stands today #mejares
           05 NEN-KEY. *> #mejares
               10 NEN-STUD-ID  PIC X(5). *> #mejares
           05 NEN-GRADE        PIC X(5). *> spaces until a sheet is keyed #mejares
           05 NEN-GRADE-STATUS PIC X. *> #mejares
           05 NEN-STUD-TERM. *> the key's student and term again #mejares
               10 NEN-ST-STUD-ID PIC X(5). *> #mejares
               10 NEN-ST-TERM  PIC X(10). *> #mejares

       FD TERM-FILE.
       01 TERM-RECORD          PIC X(10). *> line 1 is the open term, every later line a closed term #mejares

       FD OLD-ALUMNI-FILE.
       01 OLD-ALUMNI-PROFILE. *> the alumni record before the Latin-honors fields #mejares
           05 OAL-ID           PIC X(5). *> #mejares
           05 OAL-REST         PIC X(259). *> profile, grade table, and graduation date, carried as is #mejares

       FD HONORED-ALUMNI-FILE.
       01 HONORED-ALUMNI-PROFILE. *> the alumni record with honors, before the birth date and address #mejares
           05 HAL-ID           PIC X(5). *> #mejares
           05 HAL-REST         PIC X(311). *> profile, grade table, graduation date and honors, carried as is #mejares

       FD NEW-ALUMNI-FILE.
       01 NEW-ALUMNI-PROFILE. *> the alumni record as it stands today #mejares
           05 NAL-ID           PIC X(5). *> #mejares
           05 NAL-REST         PIC X(259). *> #mejares
           05 NAL-HONOR        PIC X. *> space until the graduation-honors run judges it #mejares
           05 NAL-HONOR-GWA    PIC 9V99. *> #mejares
           05 NAL-HONOR-DATE   PIC 9(8). *> #mejares
           05 NAL-HONOR-NOTE   PIC X(40). *> #mejares
           05 NAL-BIRTHDATE    PIC 9(8). *> zero - graduates before this field left no copy #mejares
           05 NAL-SEX          PIC X. *> #mejares
           05 NAL-ADDRESS      PIC X(40). *> #mejares
           05 NAL-ANON-DATE    PIC 9(8). *> zero - not anonymized #mejares

       WORKING-STORAGE SECTION.
           01 OLDSTATUS        PIC X(2). *> file status for whichever old-layout file is open #mejares
           01 WS-CNV-OK        PIC X. *> N once any write failed - the swap is refused #mejares
           01 WS-CNV-IDX       PIC 9(2). *> loop index over the tables being carried #mejares
           01 WS-CNV-COMMAND   PIC X(200). *> OS command for the safety copy and the swap #mejares
           01 TERMSTATUS       PIC X(2). *> file status for the term control file #mejares
           01 WS-TERM-EOF      PIC X. *> #mejares
           01 WS-TERM-LINE     PIC 9(2). *> lines read off TERMCTL.DAT - line 1 is the open term #mejares
           01 WS-ENR-LAYOUT    PIC X. *> O before grades, G graded, N not on either earlier layout #mejares
           01 WS-ALM-LAYOUT    PIC X. *> O before honors, H with honors, N not on either earlier layout #mejares
           01 WS-HST-TOKEN     PIC X(10). *> the closed term with blanks made safe for a file name #mejares
           01 WS-HST-LEN       PIC 9(2). *> #mejares

       PROCEDURE DIVISION.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               PERFORM CONVERT-COURSE-FILE
               PERFORM CONVERT-SECTION-FILE
               PERFORM CONVERT-ENROLL-FILE
               PERFORM CONVERT-ALUMNI-FILE
               DISPLAY " "
               DISPLAY "[SYSTEM] Archived term rosters stay on the "
                   "old layout until carried - rerun with each "
                   " record(s) carried forward."
           END-IF.

       CONVERT-ENROLL-FILE. *> ENROLL.DAT, then each closed term's history file, onto today's seat record #mejares
           MOVE "ENROLL.DAT" TO WS-OLD-NAME
           PERFORM CONVERT-ENROLL-LAYOUT
           OPEN INPUT TERM-FILE
           IF TERMSTATUS NOT = "00" *> no term control - no history files either #mejares
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TERM-LINE
           MOVE 'N' TO WS-TERM-EOF
           PERFORM UNTIL WS-TERM-EOF = 'Y'
               READ TERM-FILE
                   AT END
                       MOVE 'Y' TO WS-TERM-EOF
                   NOT AT END
                       ADD 1 TO WS-TERM-LINE
                       IF WS-TERM-LINE > 1 AND TERM-RECORD NOT = SPACES
                           PERFORM CONVERT-ONE-HISTORY-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE.

       CONVERT-ONE-HISTORY-FILE. *> ENROLL_<term>.DAT for the closed term in TERM-RECORD, named as the offload names it #mejares
           MOVE TERM-RECORD TO WS-HST-TOKEN
           INSPECT WS-HST-TOKEN REPLACING ALL "/" BY "-"
           COMPUTE WS-HST-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-HST-TOKEN TRAILING))
           INSPECT WS-HST-TOKEN(1:WS-HST-LEN)
               REPLACING ALL SPACE BY "_"
           MOVE SPACES TO WS-OLD-NAME
           STRING "ENROLL_" DELIMITED BY SIZE
               WS-HST-TOKEN DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-OLD-NAME
           PERFORM CONVERT-ENROLL-LAYOUT.

       CONVERT-ENROLL-LAYOUT. *> one seat file named in WS-OLD-NAME, from either earlier layout, onto the current record #mejares
           MOVE SPACES TO WS-NEW-FILENAME
           STRING FUNCTION TRIM(WS-OLD-NAME) DELIMITED BY SIZE
               ".NEW" DELIMITED BY SIZE
               INTO WS-NEW-FILENAME
           MOVE 0 TO WS-CNV-READ
           MOVE 0 TO WS-CNV-WRITTEN
           MOVE 'Y' TO WS-CNV-OK
           MOVE 'N' TO WS-ENR-LAYOUT
           OPEN INPUT OLD-ENROLL-FILE
           IF OLDSTATUS = "00"
               MOVE 'O' TO WS-ENR-LAYOUT
           ELSE
               OPEN INPUT GRADED-ENROLL-FILE
               IF OLDSTATUS = "00"
                   MOVE 'G' TO WS-ENR-LAYOUT
               END-IF
           END-IF
           IF WS-ENR-LAYOUT = 'N' *> missing, or already on the new layout - either way leave it alone #mejares
               DISPLAY "[SYSTEM] " FUNCTION TRIM(WS-OLD-NAME)
                   ": not on an old layout (status " OLDSTATUS
                   ") - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-ENROLL-FILE
           IF NEWSTATUS NOT = "00"
               DISPLAY "[SYSTEM] Could not create "
                   FUNCTION TRIM(WS-NEW-FILENAME)
                   " (status " NEWSTATUS ") - skipped."
               IF WS-ENR-LAYOUT = 'O'
                   CLOSE OLD-ENROLL-FILE
               ELSE
                   CLOSE GRADED-ENROLL-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-OLD-EOF
           IF WS-ENR-LAYOUT = 'O'
               PERFORM UNTIL WS-OLD-EOF = 'Y'
                   READ OLD-ENROLL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END
                           ADD 1 TO WS-CNV-READ
                           MOVE OEN-KEY TO NEN-KEY
                           MOVE SPACES TO NEN-GRADE *> nothing keyed yet against a carried seat #mejares
                           MOVE SPACE TO NEN-GRADE-STATUS
                           PERFORM CARRY-ONE-SEAT
                   END-READ
               END-PERFORM
               CLOSE OLD-ENROLL-FILE
           ELSE
               PERFORM UNTIL WS-OLD-EOF = 'Y'
                   READ GRADED-ENROLL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END
                           ADD 1 TO WS-CNV-READ
                           MOVE GEN-KEY TO NEN-KEY
                           MOVE GEN-GRADE TO NEN-GRADE
                           MOVE GEN-GRADE-STATUS TO NEN-GRADE-STATUS
                           PERFORM CARRY-ONE-SEAT
                   END-READ
               END-PERFORM
               CLOSE GRADED-ENROLL-FILE
           END-IF
           CLOSE NEW-ENROLL-FILE
           PERFORM CHECK-AND-SWAP
           IF WS-CNV-OK = 'Y'
               DISPLAY "[SYSTEM] " FUNCTION TRIM(WS-OLD-NAME) ": "
                   WS-CNV-WRITTEN " record(s) carried forward."
           END-IF.

       CARRY-ONE-SEAT. *> the seat in NEW-ENROLL-RECORD with its student/term path set #mejares
           MOVE NEN-STUD-ID TO NEN-ST-STUD-ID
           MOVE NEN-TERM TO NEN-ST-TERM
           WRITE NEW-ENROLL-RECORD
           IF NEWSTATUS = "00"
               ADD 1 TO WS-CNV-WRITTEN
           ELSE
               MOVE 'N' TO WS-CNV-OK
           END-IF.

       CONVERT-ALUMNI-FILE. *> graduates, from either earlier layout, onto the current record #mejares
           MOVE "ALUMNI.DAT" TO WS-OLD-NAME
           MOVE "ALUMNI.DAT.NEW" TO WS-NEW-FILENAME
           MOVE 0 TO WS-CNV-READ
           MOVE 0 TO WS-CNV-WRITTEN
           MOVE 'Y' TO WS-CNV-OK
           MOVE 'N' TO WS-ALM-LAYOUT
           OPEN INPUT OLD-ALUMNI-FILE
           IF OLDSTATUS = "00"
               MOVE 'O' TO WS-ALM-LAYOUT
           ELSE
               OPEN INPUT HONORED-ALUMNI-FILE
               IF OLDSTATUS = "00"
                   MOVE 'H' TO WS-ALM-LAYOUT
               END-IF
           END-IF
           IF WS-ALM-LAYOUT = 'N' *> missing, or already on the new layout - either way leave it alone #mejares
               DISPLAY "[SYSTEM] ALUMNI.DAT: not on an old layout "
                   "(status " OLDSTATUS ") - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-ALUMNI-FILE
           IF NEWSTATUS NOT = "00"
               DISPLAY "[SYSTEM] Could not create ALUMNI.DAT.NEW "
                   "(status " NEWSTATUS ") - skipped."
               IF WS-ALM-LAYOUT = 'O'
                   CLOSE OLD-ALUMNI-FILE
               ELSE
                   CLOSE HONORED-ALUMNI-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-OLD-EOF
           IF WS-ALM-LAYOUT = 'O'
               PERFORM UNTIL WS-OLD-EOF = 'Y'
                   READ OLD-ALUMNI-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END
                           ADD 1 TO WS-CNV-READ
                           MOVE OAL-ID TO NAL-ID
                           MOVE OAL-REST TO NAL-REST
                           MOVE SPACE TO NAL-HONOR *> judged by the next graduation-honors run #mejares
                           MOVE 0 TO NAL-HONOR-GWA
                           MOVE 0 TO NAL-HONOR-DATE
                           MOVE SPACES TO NAL-HONOR-NOTE
                           PERFORM CARRY-ONE-ALUMNUS
                   END-READ
               END-PERFORM
               CLOSE OLD-ALUMNI-FILE
           ELSE
               PERFORM UNTIL WS-OLD-EOF = 'Y'
                   READ HONORED-ALUMNI-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END
                           ADD 1 TO WS-CNV-READ
                           MOVE HAL-ID TO NAL-ID
                           MOVE HAL-REST TO NEW-ALUMNI-PROFILE(6:311)
                           PERFORM CARRY-ONE-ALUMNUS
                   END-READ
               END-PERFORM
               CLOSE HONORED-ALUMNI-FILE
           END-IF
           CLOSE NEW-ALUMNI-FILE
           PERFORM CHECK-AND-SWAP
           IF WS-CNV-OK = 'Y'
               DISPLAY "[SYSTEM] ALUMNI.DAT: " WS-CNV-WRITTEN
                   " record(s) carried forward."
           END-IF.

       CARRY-ONE-ALUMNUS. *> the graduate in NEW-ALUMNI-PROFILE with the personal particulars blank #mejares
           MOVE 0 TO NAL-BIRTHDATE
           MOVE SPACE TO NAL-SEX
           MOVE SPACES TO NAL-ADDRESS
           MOVE 0 TO NAL-ANON-DATE
           WRITE NEW-ALUMNI-PROFILE
           IF NEWSTATUS = "00"
               ADD 1 TO WS-CNV-WRITTEN
           ELSE
               MOVE 'N' TO WS-CNV-OK
           END-IF.

       CHECK-AND-SWAP. *> a complete carry replaces the old file under a safety copy; a partial one never does #mejares
           IF WS-CNV-OK NOT = 'Y'
               OR WS-CNV-WRITTEN NOT = WS-CNV-READ
