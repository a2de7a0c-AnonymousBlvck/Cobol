           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT CatalogReport ASSIGN TO "ProdCatalog.rpt"
