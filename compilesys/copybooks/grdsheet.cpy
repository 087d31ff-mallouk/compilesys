      *================================================================
      *  GRDSHEET.CPY
      *
      *  Record layout for the grade sheet file (gradeSheetFile)
      *  written by GRADE-SHEET alongside the printed sheets and
      *  returned with the grades keyed in. Each section is an "H"
      *  header carrying the instructor of record and the number of
      *  student lines, one "D" line per enrolled student with the
      *  grade on file when the sheet was cut, and a "T" trailer
      *  repeating the count. A section posts only when the header,
      *  lines and trailer agree and every line is clean.
      *================================================================
       01  GRADE-SHEET-RECORD.
           05  GSH-REC-TYPE            PIC X(01).
               88  GSH-SECTION-HEADER      VALUE "H".
               88  GSH-STUDENT-LINE        VALUE "D".
               88  GSH-SECTION-TRAILER     VALUE "T".
           05  GSH-COURSE-ID           PIC X(06).
           05  GSH-TERM-CODE           PIC X(06).
           05  GSH-DETAIL.
               10  GSH-ID-NUMBER       PIC X(04).
               10  GSH-STUDENT-NAME    PIC X(25).
               10  GSH-GRADE           PIC X(01).
                   88  GSH-VALID-GRADE     VALUE "A" "B" "C" "D"
                                                 "F" "W" "I" "P".
           05  GSH-CONTROL             REDEFINES GSH-DETAIL.
               10  GSH-INSTRUCTOR-ID   PIC X(04).
               10  GSH-STUDENT-COUNT   PIC 9(03).
               10  FILLER              PIC X(23).
