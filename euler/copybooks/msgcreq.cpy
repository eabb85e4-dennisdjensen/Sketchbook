      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Request area for the MSGCAT message catalog, the
      *          one place the suite's standing texts live in each
      *          language it speaks. message-catalog.dat holds one
      *          card per message and language,
      *            <number> <language> | <text>
      *          the text running from the second character after
      *          the bar, &1 to &4 marking where the arguments go.
      *          Set the operation and CALL "msgcat":
      *            TEXT    message NUMBER in LANGUAGE, ARG(1...) put
      *                    in its place, into TEXT. Put the English
      *                    as the program has always built it in
      *                    TEXT first: with no card for the number
      *                    (STATUS "M") that is what comes back.
      *            RENDER  TEXT, a finished English line - a report
      *                    line as RPTWRT archives it - recast in
      *                    LANGUAGE: a line that is an English
      *                    catalog text with its arguments filled in
      *                    is rebuilt from the same message in
      *                    LANGUAGE (an argument that is itself a
      *                    cataloged text is recast as well); any
      *                    other line goes as it stands (STATUS "M").
      *          Either way the result follows the language's
      *          conventions: a Danish text writes its dates
      *          DD-MM-YYYY and its decimals with a comma. LANGUAGE
      *          "EN" or "DA"; spaces take the operator's language,
      *          EULER_LANG in the environment (default EN), which
      *          comes back in LANGUAGE.
      ******************************************************************
       01  msgcat-request.
           05  msgcat-op               pic X(6).
               88  msgcat-op-text      value "TEXT".
               88  msgcat-op-render    value "RENDER".
           05  msgcat-number           pic 9(4).
           05  msgcat-language         pic XX.
               88  msgcat-english      value "EN".
               88  msgcat-danish       value "DA".
           05  msgcat-args.
               10  msgcat-arg          pic X(120) occurs 4 times.
           05  msgcat-text             pic X(132).
           05  msgcat-status           pic X.
               88  msgcat-found        value "0".
               88  msgcat-missing      value "M".
