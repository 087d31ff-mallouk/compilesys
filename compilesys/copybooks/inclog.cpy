      *================================================================
      *  INCLOG.CPY
      *
      *  Record layout for the common incident log (incidentLog).
      *  Every batch and online program reports trouble through the
      *  INCIDENT-LOG subprogram, which appends one record here with
      *  the business date and time, the program and paragraph, the
      *  batch step (blank for an online program), the severity, the
      *  file status involved and the message text. INCIDENT-RPT
      *  reads it back for the morning problem report.
      *
      *  SEVERITY:  I = INFORMATION   W = WARNING
      *             E = ERROR (STEP ENDS NON-ZERO)
      *             S = SEVERE (RUN OR STREAM STOPPED)
      *================================================================
       01  INCIDENT-LOG-RECORD.
           05  INC-RUN-DATE            PIC X(08).
           05  INC-RUN-TIME            PIC X(08).
           05  INC-PROGRAM             PIC X(20).
           05  INC-STEP-NAME           PIC X(08).
           05  INC-PARAGRAPH           PIC X(30).
           05  INC-SEVERITY            PIC X(01).
               88  INC-INFORMATION         VALUE "I".
               88  INC-WARNING             VALUE "W".
               88  INC-ERROR               VALUE "E".
               88  INC-SEVERE              VALUE "S".
           05  INC-FILE-STATUS         PIC X(02).
           05  INC-OPERATOR-ID         PIC X(10).
           05  INC-MESSAGE             PIC X(60).
