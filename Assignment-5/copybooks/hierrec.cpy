      *> Customer hierarchy record for CUSTOMER-HIERARCHY-FILE
      *> (customer_hierarchy.txt, INDEXED on HIR-CUST-ID with
      *> HIR-PARENT-ID as an ALTERNATE RECORD KEY WITH DUPLICATES).
      *> One row links a child CUST-ID (a branch) to the parent
      *> CUST-ID of the company it belongs to; rows are maintained
      *> only by CUST-HIER. Every group also carries one row for the
      *> parent itself, with HIR-PARENT-ID equal to HIR-CUST-ID, so
      *> a walk of the alternate key on the parent's ID returns the
      *> whole group - parent first, then its branches in the order
      *> they were linked. The group row is the only one whose
      *> HIR-GROUP-LIMIT means anything: zero is no group limit, a
      *> non-zero limit is what CUST-MATCH tests the group's posted
      *> exposure against. Hierarchies are one level deep - a parent
      *> is never itself a branch of another group. The dates are
      *> YYYY-MM-DD, maintained by the program, never keyed.
       01  HIERARCHY-RECORD.
           05  HIR-CUST-ID         PIC X(8).
           05  HIR-PARENT-ID       PIC X(8).
           05  HIR-GROUP-LIMIT     PIC 9(11)V99.
           05  HIR-DATE-ADDED      PIC X(10).
           05  HIR-DATE-MAINT      PIC X(10).
