   *> RELREGREC - release register record, one per program version
   *> promoted to production, keyed on the PROGRAM-ID and the version
   *> it carries in AUDITDATA.CPY (":PGMVERS:"). Records the date the
   *> version was installed, the operator who promoted it and the
   *> change reference it went in under. VERSION-RUN-REPORT checks
   *> every version seen on the audit trail against this register.
   *> Maintained by RELEASE-MAINT.
    01  RELEASE-REGISTER-REC.
        05  RR-KEY.
            10  RR-PROGRAM PIC X(20).
            10  RR-VERSION PIC X(8).
        05  RR-INSTALL-DATE PIC 9(8).
        05  RR-PROMOTED-BY PIC X(8).
        05  RR-CHANGE-REF PIC X(12).
        05  RR-DESCRIPTION PIC X(30).
