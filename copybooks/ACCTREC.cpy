      *****************************************************************
      *  ACCTREC.CPY
      *  General-ledger account master record, one per postable
      *  account, maintained by operations on ACCTMST through the
      *  AMTACCT screen, which logs every change to ACCTLOG (see
      *  ACLGREC.cpy).  ACCTMST is a KSDS keyed by account number,
      *  read by key, so the number of accounts is not limited.  The
      *  conversion suite validates TRN-ACCOUNT-NUMBER against this
      *  file before anything is extracted for the GL, so an unknown
      *  or closed account is an exception in OUR correction queue
