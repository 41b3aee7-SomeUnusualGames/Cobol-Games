      * appends one record per file it touched in a merge, saying
      * which player the records left and which they joined and
      * how many moved, so a disputed "$"-point balance can be
      * traced back to the merge that moved it. PLRPRIV appends the
      * same record per file when it erases a player, from the
      * marker "*ERASED*" to the anonymous token the records now
      * carry, and moves any earlier merge rows naming the player
      * to the token, so the trail never keeps the erased ID.
           05 AUD-DATE PIC 9(8).
           05 AUD-TIME PIC 9(6).
           05 AUD-FROM-ID PIC X(8).
