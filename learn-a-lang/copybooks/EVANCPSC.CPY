      *Record layout for the greeting wording schedule file. One
      *record per scheduled wording version, keyed by language
      *code plus the first cycle date the version is in force,
      *loaded ahead of time through EVANCMNT so a holiday or
      *campaign wording no longer needs a maintenance run on the
      *right night and another to put it back. An end date of
      *spaces means the version stays in force until a later one
      *or a cancel replaces it. Outside every version's dates the
      *language greets with its standing PRMFILE row, so the
      *master row is always the wording to fall back to.
      *A cancelled version keeps its row, marked 'X', so the
      *schedule listing still shows what was planned and who
      *took it off.
       01 PSC-RECORD.
           05 PSC-KEY.
               10 PSC-LANG-CD PIC X(02).
               10 PSC-START-DATE PIC X(08).
           05 PSC-END-DATE PIC X(08).
           05 PSC-STATUS-CD PIC X(01).
               88 PSC-SCHEDULED VALUE 'S'.
               88 PSC-CANCELLED VALUE 'X'.
           05 PSC-HELLO-TEXT PIC X(05).
           05 PSC-WORLD-TEXT PIC X(06).
           05 PSC-TEMPLATE-TEXT PIC X(60).
           05 PSC-USER PIC X(08).
           05 PSC-STAMP-DATE PIC X(08).
           05 FILLER PIC X(14).
