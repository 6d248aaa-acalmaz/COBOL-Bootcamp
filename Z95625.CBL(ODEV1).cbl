      *09/02/26  MC  CLIENT-ZIP (new on the ACCTFLD address block)
      *              is now carried on the warehouse EXTRACT-LINE
      *              as a trailing comma-delimited field.
      *10/15/26  MC  Charged-off accounts (ACCT-STATUS 'W') are left
      *              off the main report/extract and listed on the
      *              closed-accounts page, so a written-off account
      *              no longer counts in the state totals.
      *10/15/26  MC  The run date (and so the dated PRINT-LINE name)
      *              now comes from the BUSDATE business-date
      *              control record instead of the system clock; no
      *              date record, no run.
      *--------------------
       ENVIRONMENT DIVISION.
      *Aşağıdaki satır, programın girdi ve çıktıları bölümünün başlangıcını belirtir.
      *(okunan/yazılan kayıt, ret, toplam) tek ortak dosyada
      *biriktirir; ODEV13 sabah kontrol raporunu bu dosyadan basar.
           SELECT RUN-LOG ASSIGN TO RUNLOG.
      *BUS-DATE, gecenin iş günü tarihini taşıyan kontrol dosyasıdır;
      *yalnızca gün sonu devri (ODEV27) bu tarihi ilerletir.
           SELECT BUS-DATE ASSIGN TO BUSDATE.
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *RUN-LOG kaydı, RUNLOG kitaplığındaki RLOG-FIELDS yapısıdır.
       FD  RUN-LOG RECORDING MODE F.
           COPY RUNLOG.
      *BUS-DATE kaydı, BDATFLD kitaplığındaki BDT-FIELDS yapısıdır.
       FD  BUS-DATE RECORDING MODE F.
           COPY BDATFLD.
      *SD SORT-WORK, ACCT-REC'i USA-STATE ve LAST-NAME'e göre
      *sıralamak için kullanılan sort çalışma kaydıdır. Alt alan
      *adları ACCT-FIELDS ile aynıdır (COPY ... REPLACING), bu
       01 CLOSED-ACCT-FIELDS.
         05 FIRST-CLOSED-SW    PIC X VALUE 'Y'.
         05 CLOSED-COUNT       PIC 9(7) COMP VALUE 0.
      *ARCHIVE-DATE-FIELDS, PRINT-LINE'ın iş günü tarihiyle
      *kuşaklanmış (GDG benzeri) veri seti adını oluşturmakta
      *kullanılır. WS-RUN-DATE, YYMMDD (6 hane) biçimindedir, çünkü
      *bir MVS veri seti niteleyicisi (qualifier) en fazla 8 karakter
       01 ARCHIVE-DATE-FIELDS.
         05 WS-RUN-DATE         PIC 9(6).
         05 WS-PRINT-LINE-NAME  PIC X(30).
         05 BDATE-SW            PIC X VALUE SPACE.
             88  BDATE-FOUND          VALUE 'Y'.
      *RESTART-FIELDS, bir önceki çalışmadan kalan CHECKPOINT-FILE
      *kaydını ve bu çalışmanın restart parametresini tutar.
       01 RESTART-FIELDS.
      *PRINT-LINE/REJECT-LINE/EXTRACT-LINE/CHECKPOINT-FILE bir
      *önceki çalıştırmadan kalanın üzerine yazmamak için OUTPUT
      *yerine EXTEND ile açılır.
      *BUSDATE'te tarih kaydı yoksa program hiçbir dosyayı açmadan
      *RC 16 ile sonlanır.
       OPEN-FILES.
           PERFORM GET-BUS-DATE.
           IF NOT BDATE-FOUND
               GOBACK
           END-IF.
           STRING 'Z95625.PRTLINE.D' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE-NAME.
           PERFORM LOAD-STATE-TABLE.
      *bayrağı okur; 'Y' ise bu çalıştırma restart modundadır.
       GET-RESTART-PARM.
           ACCEPT RESTART-PARM.
      *GET-BUS-DATE, çalışmanın tarihini sistem saatinden değil,
      *BUSDATE dosyasının başındaki tarih kaydından alır; böylece
      *tekrar çalıştırılan ya da gece yarısını geçen bir iş aynı iş
      *gününe ait kalır.
       GET-BUS-DATE.
           OPEN INPUT BUS-DATE.
           READ BUS-DATE
               AT END MOVE SPACES TO BDT-FIELDS
           END-READ.
           CLOSE BUS-DATE.
           IF BDT-DATE-REC AND BDT-CURR-DATE NUMERIC
               MOVE BDT-CURR-DATE TO WS-RUN-DATE
               MOVE 'Y' TO BDATE-SW
           ELSE
               DISPLAY 'ODEV1 ERROR - NO BUSINESS DATE RECORD ON '
                   'BUSDATE'
               MOVE 16 TO RETURN-CODE
           END-IF.
      *LOAD-STATE-TABLE, STATETAB'ı açıp tüm kayıtları belleğe
      *yükler; EDIT-RECORD her kaydın USA-STATE değerini bu tabloda
      *arar. Tablo boşsa her kayıt '05' ret koduyla reddedileceği
               PERFORM EDIT-RECORD
               IF RECORD-VALID
                   IF ACCT-STATUS-CLOSED OF ACCT-FIELDS
                    OR ACCT-STATUS-CHARGED-OFF OF ACCT-FIELDS
                       PERFORM WRITE-CLOSED-ACCOUNT
                   ELSE
                       RELEASE SORT-FIELDS FROM ACCT-FIELDS
      *sayfasına yazar. Bu sayfa ilk kapalı hesapta bir kez
      *başlıkla açılır. Restart modunda bu başlık, bir önceki
      *çalışmanın sayfasına eklenen bir devam sayfası olduğunu
      *belirtecek şekilde değiştirilir. Bakiyesi silinmiş
      *(ACCT-STATUS-CHARGED-OFF) hesaplar da bu sayfaya yazılır.
       WRITE-CLOSED-ACCOUNT.
           IF FIRST-CLOSED-SW = 'Y'
               MOVE 'N' TO FIRST-CLOSED-SW
