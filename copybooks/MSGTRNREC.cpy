      *   action C = change the text or effective-to date of an
      *              existing version
      *   action D = delete an existing version
      *   action V = approve (verify) the change pending against
      *              the version - applies it to the table
      *   action R = reject the change pending against the version
      * A, C and D are held pending; only a V card from a second,
      * different authorized analyst makes them take effect.  V and
      * R cards name the pending change by MC-MSG-CODE and
      * MC-EFF-FROM alone - the text and effective-to come from the
      * held change, not from the approving card.
      * A version is named by its message code plus effective-from
      * date, so the card's MC-EFF-FROM is part of the key: an add
      * of next quarter's wording and a delete of a staged version
               88  MC-ACTION-ADD                  VALUE "A".
               88  MC-ACTION-CHANGE               VALUE "C".
               88  MC-ACTION-DELETE               VALUE "D".
               88  MC-ACTION-APPROVE              VALUE "V".
               88  MC-ACTION-DECLINE              VALUE "R".
           05  MC-MSG-CODE                 PIC X(06).
           05  MC-MSG-TEXT                 PIC X(40).
           05  MC-EFF-FROM                 PIC X(10).
