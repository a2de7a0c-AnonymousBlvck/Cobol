      *> Shared merchandise category record layout for category.txt -
      *> a two-level table, keyed by a two-character department code
      *> plus a two-character category code under it. A department
      *> is the record with the category code left as spaces; each
      *> category under it is its own record carrying both codes, so
      *> one keyed START at the department reads it and then its
      *> categories in order. A product carries a category's full
      *> key in ProdCategory. Maintained through the categories
      *> table program.
       01 CategoryData.
              02 CatKey.
                     03 CatDept PIC X(2).
                     03 CatSub PIC X(2).
              02 CatName PIC X(20).
