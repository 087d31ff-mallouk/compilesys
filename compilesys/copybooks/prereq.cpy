      *================================================================
      *  PREREQ.CPY
      *
      *  Record layout for the course prerequisite master
      *  (prereqMaster), keyed on course-id. One record per catalog
      *  course that builds on earlier work, carrying up to five
      *  required course-ids, each with the minimum grade the
      *  earlier attempt must have earned (A, B, C, or D - a P
      *  satisfies a minimum of C or D). Unused slots are blank.
      *  Kept through PREREQ-MAINT; the entry program refuses a
      *  registration when enrollDetail shows no qualifying attempt
      *  in an earlier term, unless the student holds an instructor
      *  permission on prereqPermits (PRQPERMT.CPY).
      *================================================================
       01  PREREQ-RECORD.
           05  PRQ-COURSE-ID           PIC X(06).
           05  PRQ-REQUIREMENT         OCCURS 5 TIMES.
               10  PRQ-REQ-COURSE-ID   PIC X(06).
               10  PRQ-MIN-GRADE       PIC X(01).
                   88  PRQ-VALID-MIN-GRADE VALUE "A" "B" "C" "D".
