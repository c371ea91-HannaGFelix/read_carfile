      ******************************************************************
      * Copybook:    GLACCT
      * Author:      Hanna Felix
      * Date-Written: October 15, 2026
      * Purpose:     General ledger account-mapping record (GLACCT.DAT,
      *              indexed on GLA-ROLE). One row per posting role the
      *              month-end journal extract (LAB3GLX) uses, giving
      *              the chart-of-accounts number that role posts to,
      *              so a renumbered ledger means a LAB3GMNT change and
      *              not a program change. Roles the extract expects:
      *                AR   accounts receivable
      *                REVN vehicle billing revenue
      *                CASH cash / bank
      *                DEPX depreciation expense
      *                ACDP accumulated depreciation
      *                FXAS vehicle fixed assets at cost
      *                GAIN gain on disposal of vehicles
      *                LOSS loss on disposal of vehicles
      *                MNTX maintenance expense (shop costs)
      *                APAY accounts payable (shop costs)
      * Usage:       COPY GLACCT REPLACING ==:REC-NAME:== BY
      *                  ==<01-level-record-name>==.
      ******************************************************************
       01  :REC-NAME:.
           05  GLA-ROLE                PIC X(4).
           05  GLA-ACCOUNT             PIC X(10).
           05  GLA-DESC                PIC X(25).
