      * Retired-password archive (retired-passwords.txt). PWDRETR
      * appends one record for every history line older than the
      * reuse policy age when it takes the line out of
      * password-history.txt: the value, the date it was issued,
      * the run that retired it and the policy age in force. Once
      * out of the history the value no longer blocks the screen,
      * so this archive is the only record that it was ever issued.
       01 retired-password-record.
         05 rp-value             pic x(8).
         05 rp-issue-date        pic 9(8).
         05 rp-retired-run-date  pic 9(8).
         05 rp-retired-run-id    pic 9(4).
         05 rp-policy-years      pic 9(2).
