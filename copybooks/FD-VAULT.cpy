      *          card's last four digits, so screens and reports can
      *          show last-four without ever touching this file; only
      *          the authorization link resolves the full number.
      *          The card's expiry (YYYYMM, zero when never captured)
      *          and open/closed state ride with the number. The
      *          monthly account updater changes the number and
      *          expiry under the same token, so the last four on a
      *          token can trail a replacement card, and marks a
      *          closed account so billing leaves it alone.
      ******************************************************************
       FD  VAULT-FILE.
       01  VAULT-REC.
           05  VAULT-TOKEN-KEY     PIC X(16).
           05  VAULT-CARD-NUMBER   PIC X(16).
           05  VAULT-EXP-YM        PIC 9(06).
           05  VAULT-CARD-STATE    PIC X(01).
               88  VAULT-CARD-OPEN     VALUE 'A' SPACE.
               88  VAULT-CARD-CLOSED   VALUE 'C'.
           05  FILLER              PIC X(03).
