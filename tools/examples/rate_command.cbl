      *    contract type on a date, add a new effective-dated rate,    *
      *    or change one already on file. RAT-RATE arrives unedited    *
      *    and is validated NUMERIC before the redefined view is used. *
      *    RAT-BASIC-CHARGE, RAT-TIER-CNT and the RAT-TIER blocks      *
      *    carry the rest of the tariff on add and change - a blank   *
      *    or zero block count is a flat tariff at RAT-RATE, a count  *
      *    of 1-5 prices usage block by block, the last block open-   *
      *    ended, and RAT-RATE is then taken from the first block.    *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-08-23   QZRATCMD established.                          *
      *    2026-10-15   RAT-BASIC-CHARGE, RAT-TIER-CNT and RAT-TIER    *
      *                 OCCURS 5 appended after RAT-RATE - basic       *
      *                 charge and usage blocks, unedited like         *
      *                 RAT-RATE. The response that follows the        *
      *                 command in the commarea moves down by 68.     *
      *----------------------------------------------------------------*
      *     単価保守コマンド伝文
         03 QZRATCMD.
      *       適用単価（未編集）
           05 RAT-RATE                         PIC X(05).
           05 RAT-RATE-N REDEFINES RAT-RATE    PIC 9(03)V9(02).
      *       基本料金（未編集）
           05 RAT-BASIC-CHARGE                 PIC X(07).
           05 RAT-BASIC-CHARGE-N REDEFINES RAT-BASIC-CHARGE
                                               PIC 9(07).
      *       段階数（空白・0=段階なし 1-5）
           05 RAT-TIER-CNT                     PIC X(01).
           05 RAT-TIER-CNT-N REDEFINES RAT-TIER-CNT
                                               PIC 9(01).
      *       段階別上限使用量・単価（未編集）
           05 RAT-TIER                         OCCURS 5.
             07 RAT-TIER-LIMIT                 PIC X(07).
             07 RAT-TIER-LIMIT-N REDEFINES RAT-TIER-LIMIT
                                               PIC 9(07).
             07 RAT-TIER-RATE                  PIC X(05).
             07 RAT-TIER-RATE-N REDEFINES RAT-TIER-RATE
                                               PIC 9(03)V9(02).
