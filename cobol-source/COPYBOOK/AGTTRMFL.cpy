      *************************************************************************
      * STATE APPOINTMENT-TERMINATION FILING - NESTED UNDER A CALLER-SUPPLIED *
      * 01 LEVEL GROUP. ONE RECORD PER APPOINTMENT (TAGTLIC ROW) IN FORCE     *
      * WHEN AGTMNT1 DEACTIVATED THE AGENT OR SET A NEW AGENT-END-DATE.       *
      * AGTMNT1 APPENDS THEM PENDING; AGTTRM1 WRITES EACH TO THE NIPR         *
      * EXTRACT ONCE ITS TERMINATION DATE HAS ARRIVED, MARKS IT FILED, AND    *
      * TRACKS THE DAYS LEFT TO THE STATE'S FILING DEADLINE (TERMINATION      *
      * DATE PLUS THE STATE'S DAYS ON AGTTRMDL). AGTTRM1 REWRITES THE FILE,   *
      * DROPPING FILED ITEMS ONCE THEY ARE PAST THE TRACKER RETENTION.        *
      *************************************************************************
           05 TRM-AGENT-CODE         PIC X(10).
           05 TRM-STATE              PIC X(2).
           05 TRM-LINE               PIC X(50).
           05 TRM-LICENSE-NO         PIC X(15).
           05 TRM-APPT-EFF-DATE      PIC X(10).
           05 TRM-TERM-DATE          PIC X(10).
           05 TRM-REASON             PIC X(1).
              88 TRM-AGENT-DEACTIVATED         VALUE 'D'.
              88 TRM-AGENT-END-DATED           VALUE 'E'.
           05 TRM-QUEUED-DATE        PIC X(10).
           05 TRM-FILING-STATUS      PIC X(1).
              88 TRM-PENDING                   VALUE 'P'.
              88 TRM-FILED                     VALUE 'F'.
           05 TRM-FILED-DATE         PIC X(10).
           05 TRM-DEADLINE-DATE      PIC X(10).
           05 FILLER                 PIC X(21).
