      *> Caller-side fields for the OperatorSignon service -- COPY
      *> this into WORKING-STORAGE of any program that starts with an
      *> operator sign-on, set SignonProgramName (it is what the
      *> failed and locked sign-ons are logged under in AuditLog.dat),
      *> then
      *>   CALL "OperatorSignon" USING SignonProgramName
      *>                               SignonOperatorId
      *>                               SignonOperatorName
      *>                               SignonOperatorRole
      *>                               SignonResult
      *> The service prompts for id and password (and a new password
      *> when the old one has lapsed or was issued by a supervisor),
      *> allows three tries, and returns "Y" with the operator's id,
      *> name and role filled in, or "N" when nobody signed on.
      *> Column layout is fixed-format safe (code starts at column 8)
      *> so this COPYs cleanly into both fixed- and free-format
      *> programs.
       01 SignonProgramName      PIC X(15)   VALUE SPACES.
       01 SignonOperatorId       PIC X(4)    VALUE SPACES.
       01 SignonOperatorName     PIC X(30)   VALUE SPACES.
       01 SignonOperatorRole     PIC X       VALUE SPACE.
       01 SignonResult           PIC X       VALUE "N".
          88 SignonSucceeded                 VALUE "Y".
