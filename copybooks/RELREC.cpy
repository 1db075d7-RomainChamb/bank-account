000000*--------------------------------------------------------------*
000000* RELREC - ACCOUNT RELATIONSHIP RECORD                         *
000000* ONE RECORD PER CUSTOMER LINKED TO AN ACCOUNT ON THE INDEXED  *
000000* RELATIONSHIP FILE (ACCTREL), KEYED BY ACCOUNT THEN CUSTOMER  *
000000* SO ALL OF AN ACCOUNT'S HOLDERS READ TOGETHER. ACCT-CUSTOMER  *
000000* ON THE ACCOUNT MASTER REMAINS THE PRIMARY OWNER; THIS FILE   *
000000* CARRIES THE JOINT OWNERS, AUTHORIZED SIGNERS AND POWERS OF   *
000000* ATTORNEY, AND EACH HOLDER'S SEPARATE-MAILING CHOICE.         *
000000* MAINTAINED BY AcctMaint AND READ THROUGH RelLookup.          *
000000*--------------------------------------------------------------*
000000*
000000* 2026-10-15  RC  INITIAL RECORD - ACCOUNT, CUSTOMER, ROLE,    *
000000*                 SEPARATE-MAILING FLAG, DATE ADDED AND THE    *
000000*                 OPERATOR WHO ADDED IT.                       *
000000*
000000 01  ACCOUNT-RELATION-RECORD.
000000     05  REL-KEY.
000000         10  REL-ACCOUNT         PIC 9(05).
000000         10  REL-CUSTOMER        PIC 9(05).
000000     05  REL-ROLE                PIC X(01).
000000         88  REL-ROLE-PRIMARY        VALUE "P".
000000         88  REL-ROLE-JOINT          VALUE "J".
000000         88  REL-ROLE-SIGNER         VALUE "S".
000000         88  REL-ROLE-ATTORNEY       VALUE "A".
000000         88  REL-ROLE-OWNER          VALUE "P" "J".
000000     05  REL-MAIL-FLAG           PIC X(01).
000000         88  REL-MAIL-SEPARATELY     VALUE "Y".
000000     05  REL-ADDED-DATE          PIC 9(08).
000000     05  REL-OPERATOR-ID         PIC X(03).
000000     05  FILLER                  PIC X(07).
