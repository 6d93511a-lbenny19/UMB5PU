      *****************************************************************
      *                 BRANCH-MASTER-RECORD                          *
      *  ONE RECORD PER BRANCH ON THE KEYED BRANCH MASTER FILE        *
      *  (BRANCHMST), KEYED BY THE PARENT BANK ID AND A BRANCH ID     *
      *  UNIQUE WITHIN THE BANK.  THE PARENT MUST BE ON THE BANK      *
      *  MASTER (T58034D).  MAINTAINED ONLINE BY T58056 (T58034       *
      *  SCREEN STYLE), READ BY THE HOLIDAY MAINTENANCE, THE          *
      *  SINGLE-DATE INQUIRY AND THE MONTH SCREEN TO REJECT AN        *
      *  UNKNOWN OR INACTIVE BRANCH ID.  BRANCH ID ZERO IS NEVER      *
      *  STORED -- ON THE SCREENS IT MEANS THE BANK ITSELF.           *
      *****************************************************************
       01  BRANCH-MASTER-RECORD.
           05  BRM-KEY.
               10  BRM-BANK-ID         PIC 9(5).
               10  BRM-BRANCH-ID       PIC 9(5).
           05  BRM-NAME                PIC X(30).
           05  BRM-CITY                PIC X(20).
           05  BRM-STATE               PIC X(2).
           05  BRM-STATUS-SW           PIC X.
               88  BRM-ACTIVE              VALUE 'A'.
               88  BRM-INACTIVE            VALUE 'I'.
