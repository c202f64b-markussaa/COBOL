                   88 MP-NORMAL-MARK       VALUE ' '.
                   88 MP-ABSENT            VALUE 'A'.
                   88 MP-EXEMPT            VALUE 'E'.
      * MP-CANCELLED is a paper the examinations committee struck
      * out for malpractice through MALPRACTICE-MAINTENANCE. Its
      * MP-MARK is zeroed - the figure it held is kept on the
      * EXAM-MALPRACTICE case - so it averages as a zero and never
      * passes; the gazette and report card print CAN against it,
      * and no later keying, retake or grace may replace it.
                   88 MP-CANCELLED         VALUE 'C'.
      * MP-GRACE-MARK is the part of MP-MARK awarded as grace by
      * GRACE-MARKS under the examination committee's rules, so the
      * mark the paper earned is always MP-MARK less MP-GRACE-MARK
      * and the report card and transcript can flag a graced mark
      * as the board requires. Zero means no grace. A program that
      * replaces MP-MARK with a newly earned figure zeroes it.
               05 MP-GRACE-MARK        PIC 9(02).
