      *>>
      *>> RDSchedule.cpy - Nightly job schedule record layout, one
      *>> record per step of the evening in the order the steps are
      *>> to run. STEP-NAME is the name the step checks in to RUNCTRL
      *>> under (see RDRunCtl.cpy) and PROGRAM-NAME the program the
      *>> JobStream driver CALLs to run it. FREQUENCY says when the
      *>> step is due: D every business date, M on the month-end
      *>> business date only, O on demand - never run by the driver,
      *>> only by hand. A MANDATORY step that is due must have ended
      *>> OK for the business date before RUNCTRL lets the day be
      *>> closed. Up to three PREREQ-STEPs name earlier steps on the
      *>> schedule that must have ended OK first; a prerequisite not
      *>> due on the date (month-end or on-demand) does not hold its
      *>> dependants back. COPY ... REPLACING ==(PREFIX)== BY ==xxx==
      *>> to get a private copy of the record under the FD (SCF-) or
      *>> a working-storage work copy.
      *>>
      *>> The evening as it stands:
      *>>   FEEDVAL  FeedValidate   D Y
      *>>   INTEGRTY IntegrityCheck D Y FEEDVAL
      *>>   POST     LOANBATCH      D Y FEEDVAL INTEGRTY
      *>>   DDCOLL   DDCollect      D Y POST
      *>>   COLLECT  CollectionsRun D Y POST
      *>>   ARREARS  ArrearsReport  D N POST
      *>>   WOFFPOST WriteOffPost   D Y POST
      *>>   FXREVAL  FxReval        M Y POST
      *>>   PROVISN  ProvisionRun   M Y POST
      *>>   BUREAU   BureauExtract  M Y POST
      *>>   ROLLFWD  BookRollFwd    M Y POST WOFFPOST FXREVAL
      *>>   ARCHIVE  PayLogArchive  O N
      *>>   ROLLDATE RollBusDate    D Y (the roll itself - last)
      *>>
       01  (PREFIX)-SCHEDULE-REC.
           05  (PREFIX)-STEP-NAME           PIC X(08).
           05  (PREFIX)-PROGRAM-NAME        PIC X(14).
           05  (PREFIX)-FREQUENCY           PIC X(01).
               88  (PREFIX)-RUNS-DAILY          VALUE "D".
               88  (PREFIX)-RUNS-MONTH-END      VALUE "M".
               88  (PREFIX)-RUNS-ON-DEMAND      VALUE "O".
           05  (PREFIX)-MANDATORY-FLAG      PIC X(01).
               88  (PREFIX)-MANDATORY           VALUE "Y".
           05  (PREFIX)-PREREQ-STEP         PIC X(08) OCCURS 3 TIMES.
