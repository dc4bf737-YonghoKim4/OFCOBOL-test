      *****************************************************************
      *  DLCRMREJ.CPY                                                *
      *  ONE CRM FEED RECORD THE CUSTOMER SYNC REFUSED - WHY, WHICH  *
      *  FIELD, AND THE CRM RECORD AS RECEIVED, SO THE CRM TEAM CAN  *
      *  CORRECT IT AT SOURCE FOR THE NEXT NIGHT'S FEED.             *
      *                                                               *
      *  YJ-REASON-CODE VALUES -                                     *
      *    "REQD"  MANDATORY FIELD BLANK                             *
      *    "TERM"  TERMS CODE NOT ON THE TERMSTB TERMS TABLE         *
      *    "JURS"  TAX JURISDICTION NOT ON THE TAXJURS RATE MASTER   *
      *****************************************************************
       01  YJ-CRM-REJECT-REC.
           05  YJ-REASON-CODE       PIC X(04).
           05  YJ-FIELD-NAME        PIC X(10).
           05  YJ-CRM-IMAGE         PIC X(106).
