       01 JOB-REC.
          05 JOB-CODE        PIC X(6).
          05 JOB-TITLE       PIC X(30).
          05 JOB-FLSA-STATUS PIC X(1).
             88 JOB-FLSA-EXEMPT    VALUE "E".
             88 JOB-FLSA-NONEXEMPT VALUE "N".
          05 JOB-PAY-GRADE   PIC X(3).
          05 JOB-STATUS      PIC X(1).
             88 JOB-ACTIVE   VALUE "A".
             88 JOB-INACTIVE VALUE "I".
          05 JOB-EEO-CATEGORY PIC 9(2).
