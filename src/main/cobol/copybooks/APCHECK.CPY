      *****************************************************************
      * Copybook:        APCHECK
      *
      * Record layout for AP-CHECK-FILE, one record per check the
      * payment run issues - the file treasury prints and mails the
      * checks from and reconciles the bank's paid-check list to.
      *****************************************************************
       01  AP-CHECK-RECORD.
           05  APK-CHECK-NUMBER         PIC X(08).
           05  APK-CHECK-DATE           PIC X(08).
           05  APK-PAYEE-ID             PIC X(10).
           05  APK-PAYEE-NAME           PIC X(30).
           05  APK-ADDRESS-LINE-1       PIC X(30).
           05  APK-ADDRESS-LINE-2       PIC X(30).
           05  APK-CITY                 PIC X(20).
           05  APK-STATE                PIC X(02).
           05  APK-ZIP                  PIC X(10).
           05  APK-CHECK-AMOUNT         PIC S9(07)V99
                         SIGN IS TRAILING SEPARATE CHARACTER.
           05  APK-ITEM-COUNT           PIC 9(03).
