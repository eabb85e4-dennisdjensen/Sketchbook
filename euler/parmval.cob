      *          on disk is only noted - the jobs all carry
      *          sensible compiled-in defaults.
      * Tectonics: cobc -x parmval.cob paramrdr.cob
      * Modifications:
      *   15 Oct 2026 - The parameter-file list holds as many files as
      *                 the dictionary holds cards; past twenty files
      *                 the rest were silently never validated. Ranges
      *                 and values are held to eighteen digits, so a
      *                 ceiling past 999999999 is checked, not refused.
      ******************************************************************
       identification division.
       program-id. parmval.
               10  dict-parm-file      pic X(20).
               10  dict-key            pic X(20).
               10  dict-type           pic X(4).
               10  dict-low            pic s9(18) comp.
               10  dict-high           pic s9(18) comp.
               10  dict-has-range      pic X.
                   88  dict-range-set  value "Y".
       01  dict-count                  pic 9(4) comp value zero.
       01  token-file                  pic X(20).
       01  token-key                   pic X(20).
       01  token-type                  pic X(8).
       01  token-low                   pic X(20).
       01  token-high                  pic X(20).
       01  parm-file-list.
           05  parm-file-entry         pic X(20) occurs 100 times.
       01  parm-file-count             pic 9(4) comp value zero.
       01  parm-file-index             pic 9(4) comp.
       01  parm-file-scan              pic 9(4) comp.
       01  param-status                pic XX.
       01  param-index                 pic 9(4) comp.
           copy paramrec.
       01  value-number                pic s9(18) comp.
       01  error-count                 pic 9(4) comp value zero.
       01  files-checked               pic 9(4) comp value zero.
      ******************************************************************
               end-if
           end-perform
           if not parm-file-listed
                   and parm-file-count < 100
               add 1 to parm-file-count
               move token-file
                   to parm-file-entry(parm-file-count)
