      *****************************************************************
      * CASHTRM.CPY
      *
      * TERMINAL REGISTRY RECORD.  ONE RECORD PER TELLER STATION,
      * KEYED ON THE TERMINAL ID, MAINTAINED BY TRMMNT.  THE TELLER
      * PROGRAM REFUSES A SESSION ON A TERMINAL THAT IS NOT ON THE
      * REGISTRY OR IS NOT ACTIVE, AND THE CASHPOS CASH POSITION
      * REPORT ROLLS UP THE TILL FILE NAMED ON EVERY ENTRY, SO
      * OPENING, CLOSING OR RENAMING A STATION IS A REGISTRY CHANGE
      * RATHER THAN A PROGRAM CHANGE.  A STATION THAT CLOSES IS
      * DEACTIVATED, NOT DELETED, SO ITS TERMINAL ID ON OLD LOG AND
      * AUDIT RECORDS STILL RESOLVES, AND ANY CASH LEFT IN ITS
      * DRAWER STILL SHOWS ON THE CASH POSITION.
      *
      * THE TILL FILE NAME IS THE CATALOGED DATASET NAME OF THE
      * STATION'S TILL INVENTORY (CASHTIL LAYOUT).  SPACES MEANS THE
      * STATION'S DRAWER IS NOT TRACKED.
      *
      * MODIFICATION HISTORY
      *     DATE       INIT   DESCRIPTION
      *     ---------- ----   ---------------------------------------
      *     2026-10-15 JRM    ORIGINAL RECORD LAYOUT.
      *****************************************************************
       01  TERMINAL-REGISTRY-RECORD.
           05  TRM-TERMINAL-ID                 PIC X(08).
           05  TRM-DESCRIPTION                 PIC X(30).
           05  TRM-ACTIVE-FLAG                 PIC X(01).
               88  TRM-IS-ACTIVE                   VALUE 'Y'.
               88  TRM-IS-INACTIVE                 VALUE 'N'.
           05  TRM-TILL-FILE-NAME              PIC X(44).
           05  TRM-FILLER                      PIC X(17).
