   *> CRMREGSEL - FILE-CONTROL entry for the credit-memo register (see
   *> CRMREGREC.CPY). COPY this into RETURNS-PROCESSING (appender) and
   *> every program that reports the credits back.
        SELECT CREDIT-MEMO-REGISTER-FILE ASSIGN TO "CRMREG"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CREDIT-MEMO-REGISTER-STATUS.
