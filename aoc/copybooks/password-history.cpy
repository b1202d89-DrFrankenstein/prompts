      * Password history line (password-history.txt). Security
      * keys the password value left-justified in cols 1-8, and the
      * file stays in ascending numeric order. PWDPOST stamps the
      * issue date (yyyymmdd) in cols 10-17 when it posts an issue,
      * which is what PWDRETR ages the line on; lines posted before
      * the date was kept have it blank.
       01 password-history-record.
         05 ph-value             pic x(8).
         05 filler               pic x(1).
         05 ph-issue-date        pic x(8).
         05 filler               pic x(23).
