      *    MAIN106 W skip-to count not numeric, ignored               *
      *    MAIN107 W item master file not found, defaults kept        *
      *    MAIN108 W item code not on item master, defaults kept      *
      *    MAIN109 W (retired) restart honored on first request only  *
      *    MAIN110 W no checkpoint file, restart ignored              *
      *    MAIN111 W checkpoint file empty, restart ignored           *
      *    MAIN112 W (retired) checkpoint for different item          *
      *    MAIN113 E wall count invalid or over capacity, run ended   *
      *    MAIN114 E less-number invalid, run ended                   *
      *    MAIN115 E iteration count invalid, run ended               *
      *    MAIN124 W run history file not available                   *
      *    MAIN125 W print-every not numeric or zero, defaulted 10    *
      *    MAIN126 W wall counted at zero, countdown closed out       *
      *    MAIN127 W delivery reference already applied, skipped     *
      *    MAIN128 W delivery register not available, ref not kept    *
      *    MAIN129 W transfer quantity not numeric, leg skipped       *
      *    MAIN130 E transfer leg cannot post, leg skipped            *
      *    MAIN131 I delivery has no open purchase order              *
      *    MAIN132 W open-order file not available, order not matched *
      *    MAIN133 I item already complete at restart, passed over    *
      *    MAIN134 W restart card item has no checkpoint, run from it *
      *    MAIN135 E request deck full, card not run                  *
      *    MAIN136 W count over adjustment tolerance, held            *
      *    MAIN137 I released count posted (value 2 = approver)       *
      *    MAIN138 E count hold file not available, not posted        *
      *    MAIN139 E item cut off in its postings, passed over        *
      *    MNT201 W transaction card rejected (value 1 = reason)      *
      *    MNT301 E item table full at load, master not usable        *
      *    RCN301 E audit file not available                          *
      *    RCN306 E no audit records on file                          *
      *    RCN307 E no trailer found on report                        *
      *    RCN308 E units down do not tie to trailer                  *
      *    RCN309 E transfer legs unbalanced (v1 out/in, v2 item)     *
      *    RCN399 I reconciliation verdict (value 1 = verdict)        *
      *    EDT401 W transaction suspended (value 2 = reason code)     *
      *    EDT402 W delivery ref already applied or keyed twice       *
      *    EDT403 W suspended transaction expired, dropped            *
      *    EDT404 E item master not available, edit not run           *
      *    EDT405 I suspended transaction released to tonight's run   *
      *    EDT406 E request deck over table (value 1 = cards dropped) *
      *    IMR501 E stream interface extract not available            *
      *    IMR502 E stream extract trailer does not match its details *
      *    IMR503 W stream extract has no trailer, night trailer held *
      *    IMR599 I interface merge count (value 1 = details merged)  *
      *    APR601 W approval card refused (value 1 = reason)          *
      *    APR602 I held count released (value 2 = approver)          *
      *    APR603 I held count rejected (value 2 = approver)          *
      *    APR604 E release file not available (value 2 = status)     *
      *    APR699 I approval run counts (value 1 = counts)            *
      ******************************************************************
       01  WS-LOG-RECORD.
           05  LOG-MSG-CODE           PIC X(07)  VALUE SPACES.
