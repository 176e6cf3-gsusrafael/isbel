000040* keyed file the JOBPRC06 period-end close maintains (key:      *
000050* account + period, the same pattern as PARMHST).  The close    *
000060* pulls the prior period's closing balance in as the opening,   *
000070* adds the period's PSTJRNL debits and credits, and writes the  *
000080* closing balance the next period will open with.  Rerunning a  *
000090* close replaces the period's rows - GLBAL always shows the     *
000100* latest close of each period.                                  *
