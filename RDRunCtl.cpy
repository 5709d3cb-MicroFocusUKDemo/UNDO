      *>> BY ==xxx== to get a private copy of the record under the FD
      *>> (RCF-) or a working-storage work copy.
      *>>
      *>> STEP-NAME values in use: FEEDVAL (FeedValidate), INTEGRTY
      *>> (IntegrityCheck cross-file sweep ahead of posting), POST
      *>> (LOANBATCH posting run), ARCHIVE (PayLogArchive), FXREVAL
      *>> (FxReval month-end revaluation), DDCOLL (DDCollect direct-
      *>> debit collections request), WOFFPOST (WriteOffPost ledger
      *>> postings for write-offs), PROVISN (ProvisionRun month-end
      *>> loan-loss provisioning), BUREAU (BureauExtract month-end
      *>> credit-bureau file), COLLECT (CollectionsRun letter run),
      *>> ARREARS (ArrearsReport), ROLLFWD (BookRollFwd loan book
      *>> roll-forward), ROLLDATE (RollBusDate closing
      *>> the business day). EVENT is STARTED or ENDED;
      *>> OUTCOME rides on ENDED records (OK, FAILED, or BACKOUT -
      *>> the compensating record LoanBackout writes against POST so
      *>> a verified back-out re-opens the business date) and is
