           05  STU-STANDING            PIC X(01).
               88  STU-GOOD-STANDING       VALUE "G".
               88  STU-PROBATION           VALUE "P".
      *        S AND D ARE SET ONLY BY THE TERM-END STANDING RUN
      *        (ACAD-STANDING); GRADE POSTING LEAVES THEM ALONE
               88  STU-SUSPENDED           VALUE "S".
               88  STU-DISMISSED           VALUE "D".
               88  STU-GPA-STANDING        VALUE "G" "P" " ".
           05  STU-ENROLL-STATUS       PIC X(01).
               88  STU-ACTIVE              VALUE "A".
               88  STU-GRADUATED           VALUE "G".
