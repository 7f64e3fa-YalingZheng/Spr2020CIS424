      *****************************************************************
      * CASHHST.CPY
      *
      * ACCOUNT TRANSACTION HISTORY RECORD.  ONE ENTRY PER ACCOUNT PER
      * LOGGED TRANSACTION, KEYED ON ACCOUNT NUMBER, BUSINESS DATE AND
      * SEQUENCE, LOADED EACH NIGHT BY CASHHLD FROM THE VERIFIED
      * CONSOLIDATED TRANSACTION LOG AND READ BY THE TELLER ACCOUNT
      * INQUIRY (HELLO-WORLD) AND THE BACK-OFFICE INQUIRY (CASHINQ).
      *
      * THE SEQUENCE IS THE TRANSACTION'S POSITION IN THE DAY'S
      * CONSOLIDATED LOG, WHICH THE CASHCON MERGE BUILDS IN TIMESTAMP
      * ORDER, SO AN ACCOUNT'S ENTRIES READ BACK IN THE ORDER THEY
      * HAPPENED AND A RELOAD OF THE SAME DAY PRODUCES THE SAME KEYS.
      * A TRANSFER IS ENTERED TWICE - ONCE ON THE SOURCE ACCOUNT AS
      * MONEY OUT AND ONCE ON THE DESTINATION AS MONEY IN - UNDER THE
      * SAME SEQUENCE, WITH THE OTHER ACCOUNT ON EACH ENTRY.  A
      * REVERSAL IS ENTERED THE SAME WAY AS THE TRANSACTION IT VOIDS
      * WITH THE DIRECTION TURNED AROUND.
      *
      * THE AMOUNT IS IN WHOLE DOLLARS, AS ON THE LOG.  THE TERMINAL
      * ID AND TERMINAL SEQUENCE NUMBER ARE THE ONES THE TELLER KEYS
      * TO REVERSE A TRANSACTION.
      *
      * MODIFICATION HISTORY
      *     DATE       INIT   DESCRIPTION
      *     ---------- ----   ---------------------------------------
      *     2026-10-15 JRM    ORIGINAL RECORD LAYOUT.
      *****************************************************************
       01  ACCOUNT-HISTORY-RECORD.
           05  HST-KEY.
               10  HST-ACCOUNT-NO              PIC X(10).
               10  HST-BUSINESS-DATE           PIC 9(08).
               10  HST-SEQUENCE-NO             PIC 9(06).
           05  HST-TXN-TYPE                    PIC X(01).
               88  HST-TXN-IS-CASHOUT              VALUE 'C'.
               88  HST-TXN-IS-DEPOSIT              VALUE 'D'.
               88  HST-TXN-IS-TRANSFER             VALUE 'T'.
               88  HST-TXN-IS-REVERSAL             VALUE 'R'.
           05  HST-DIRECTION                   PIC X(01).
               88  HST-IS-MONEY-IN                 VALUE 'I'.
               88  HST-IS-MONEY-OUT                VALUE 'O'.
           05  HST-AMOUNT                      PIC 9(09).
           05  HST-TIMESTAMP.
               10  HST-LOG-DATE                PIC 9(08).
               10  HST-LOG-TIME                PIC 9(08).
           05  HST-TERMINAL-ID                 PIC X(08).
           05  HST-TERM-SEQUENCE-NO            PIC 9(06).
           05  HST-OTHER-ACCOUNT-NO            PIC X(10).
           05  HST-ORIG-TXN-TYPE               PIC X(01).
           05  HST-LOAD-DATE                   PIC 9(08).
           05  HST-FILLER                      PIC X(16).
